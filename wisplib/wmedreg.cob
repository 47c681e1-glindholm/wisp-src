       IDENTIFICATION DIVISION.
       PROGRAM-ID. WMEDREG.
      ****************************************************************
      * WMEDREG -- OFFSITE MEDIA REGISTER.                            *
      *                                                                *
      *           WBAKCAT.DAT SAYS WHAT WAS COPIED AND WHERE, BUT NOT *
      *           WHAT THE AUDITORS ASK: WHICH SETS WENT OFFSITE, ON  *
      *           WHAT MEDIA, AND WHEN THEY CAME BACK.  THE REGISTER  *
      *           WMEDIA.DAT (LAYOUT IN WMEDIA.CPY) TIES EACH         *
      *           LABELLED MEDIA VOLUME TO A WBACKUP SET AND FOLLOWS  *
      *           IT TO THE VAULT AND BACK.  EVERY CHANGE GOES        *
      *           THROUGH HERE:                                       *
      *                                                                *
      *               CALL "WMEDREG" USING FUNC, WMEDIA-RECORD, RET   *
      *                                                                *
      *           FUNC "ASN" - WRITE THE SET MD-SET-DATE/MD-SET-TIME  *
      *                        TO VOLUME MD-LABEL.  A ZERO TIME TAKES *
      *                        THE DAY'S NEWEST SET.  THE SET MUST BE *
      *                        IN WBAKCAT.DAT; ITS TYPE IS TAKEN FROM *
      *                        THERE.  A ZERO MD-RETAIN-DATE KEEPS    *
      *                        THE SET WISPCFG MEDIARETAIN DAYS       *
      *                        (DEFAULT 90) FROM THE SET DATE.        *
      *                "DSP" - VOLUME MD-LABEL GOES TO THE VAULT      *
      *                        TODAY.  A ZERO MD-DUE-DATE MAKES IT    *
      *                        DUE BACK WISPCFG VAULTDAYS DAYS OUT    *
      *                        (DEFAULT 28).                          *
      *                "RET" - VOLUME MD-LABEL IS BACK FROM THE VAULT *
      *                        TODAY.                                 *
      *                "FND" - THE NEWEST REGISTER LINE FOR THE SET   *
      *                        MD-SET-DATE/MD-SET-TIME -- WHICH       *
      *                        VOLUME HOLDS IT AND WHERE THAT IS.     *
      *                                                                *
      *           ON RETURN WMEDIA-RECORD HOLDS THE LINE AS WRITTEN   *
      *           (OR, WHEN REFUSED, THE VOLUME'S CURRENT LINE).      *
      *           RET: 0 = DONE.                                      *
      *                1 = NOT FOUND -- NO SUCH SET, VOLUME, OR       *
      *                    REGISTER LINE.                             *
      *                2 = WMEDIA.DAT COULD NOT BE WRITTEN.           *
      *                3 = REFUSED BY THE VOLUME'S STATE -- ASN TO A  *
      *                    VOLUME STILL HOLDING A SET, DSP OF ONE NOT *
      *                    ON SITE WITH A SET, RET OF ONE NOT IN THE  *
      *                    VAULT.                                     *
      *                4 = REFUSED BY A LEGAL HOLD -- ASN TO A        *
      *                    RETURNED VOLUME WHOSE OLD SET HOLDS A COPY *
      *                    OF A FILE UNDER HOLD (WLEGHOLD, "SET").    *
      *                    THE KEEP IS NOTED ON WLEGKEEP.LOG AGAINST  *
      *                    THE OLD SET'S DATE AND TIME.               *
      *                                                                *
      *           DATES ARE THE WBATDATE BUSINESS DATE; THE OPERATOR  *
      *           IS THE WCGETCTX CHAIN CONTEXT'S, ELSE WISPOPERID.   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WMEDIA-FILE ASSIGN TO "WMEDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WMR-FILE-STATUS.
           SELECT WBAKCAT-FILE ASSIGN TO "WBAKCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WMR-CATALOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WMEDIA-FILE.
       01  WMEDIA-FILE-RECORD        PIC X(84).

       FD  WBAKCAT-FILE.
       01  WBAKCAT-RECORD.
           05  BC-REC-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  BC-REC-TIME           PIC 9(8).
           05  FILLER                PIC X.
           05  BC-REC-TYPE           PIC X.
           05  FILLER                PIC X.
           05  BC-REC-TRIPLE         PIC X(24).

       WORKING-STORAGE SECTION.

       01  WMR-FILE-STATUS           PIC XX.
       01  WMR-CATALOG-STATUS        PIC XX.
       01  WMR-EOF-SWITCH            PIC X.
           88  WMR-EOF                         VALUE "Y".

      *    The whole register, held for the change and rewritten.
       01  WMR-ENTRY-COUNT           PIC 9(4)  COMP VALUE ZERO.
       01  WMR-ENTRY-MAX             PIC 9(4)  VALUE 3000.
       01  WMR-ENTRY-TABLE.
           05  WMR-ENTRY       OCCURS 3000 TIMES
                               INDEXED BY WMR-X
                               PIC X(84).
       01  WMR-MATCH-NUM             PIC 9(4)  COMP.

      *    The caller's request, kept while register lines are
      *    looked at through the work record below.
       01  WMR-REQ-LABEL             PIC X(8).
       01  WMR-REQ-SET-DATE          PIC 9(8).
       01  WMR-REQ-SET-TIME          PIC 9(8).
       01  WMR-REQ-DUE-DATE          PIC 9(8).
       01  WMR-REQ-RETAIN-DATE       PIC 9(8).

       01  WMR-CAT-FOUND-SWITCH      PIC X.
           88  WMR-CAT-FOUND                   VALUE "Y".
       01  WMR-CAT-TIME              PIC 9(8).
       01  WMR-CAT-TYPE              PIC X.

       01  WMR-TODAY                 PIC 9(8).
       01  WMR-DAY-INTEGER           PIC 9(8)  COMP-5.
       01  WMR-DAYS                  PIC 9(5).
       01  WMR-CFG-DAYS              PIC 9(5).
       01  WMR-CFG-KEY               PIC X(20).
       01  WMR-CFG-VALUE             PIC X(80).

      *    The legal hold check on a set about to be overwritten.
       01  WMR-OLD-SET.
           05  WMR-OLD-SET-DATE      PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WMR-OLD-SET-TIME      PIC 9(8).
           05  FILLER                PIC X(7)  VALUE SPACES.
       01  WMR-HOLD-KEY              PIC X(20) VALUE SPACES.
       01  WMR-HOLD-MATTER           PIC X(12).
       01  WMR-HOLD-COUNT            PIC 9(8)  VALUE 1.
       01  WMR-HOLD-PROGRAM          PIC X(20) VALUE "WMEDREG".

      *    The work view of one register line.
       COPY "wmedia.cpy".

      *    Operator attribution -- the chain context first, the
      *    session environment second.
       COPY "wispctx.cpy".
       01  WMR-OPERATOR              PIC X(8).
       01  WMR-OPERATOR-ENV          PIC X(40).

       LINKAGE SECTION.

       01  WMR-FUNC                  PIC X(3).
       01  WMR-REQUEST               PIC X(84).
       01  WMR-RETURN                PIC 9.

       PROCEDURE DIVISION USING WMR-FUNC, WMR-REQUEST, WMR-RETURN.

       MAIN-WMEDREG.

           MOVE ZERO TO WMR-RETURN.
           CALL "WBATDATE" USING "GET", WMR-TODAY
               ON EXCEPTION
                   ACCEPT WMR-TODAY FROM DATE YYYYMMDD
           END-CALL.

           MOVE WMR-REQUEST TO WMEDIA-RECORD.
           MOVE MD-LABEL TO WMR-REQ-LABEL.
           MOVE ZERO TO WMR-REQ-SET-DATE WMR-REQ-SET-TIME
                        WMR-REQ-DUE-DATE WMR-REQ-RETAIN-DATE.
           IF MD-SET-DATE IS NUMERIC
               MOVE MD-SET-DATE TO WMR-REQ-SET-DATE
           END-IF.
           IF MD-SET-TIME IS NUMERIC
               MOVE MD-SET-TIME TO WMR-REQ-SET-TIME
           END-IF.
           IF MD-DUE-DATE IS NUMERIC
               MOVE MD-DUE-DATE TO WMR-REQ-DUE-DATE
           END-IF.
           IF MD-RETAIN-DATE IS NUMERIC
               MOVE MD-RETAIN-DATE TO WMR-REQ-RETAIN-DATE
           END-IF.

           PERFORM LOAD-REGISTER
               THRU LOAD-REGISTER-EXIT.

           EVALUATE WMR-FUNC
               WHEN "ASN"
                   PERFORM ASSIGN-MEDIA
                       THRU ASSIGN-MEDIA-EXIT
               WHEN "DSP"
                   PERFORM DISPATCH-MEDIA
                       THRU DISPATCH-MEDIA-EXIT
               WHEN "RET"
                   PERFORM RETURN-MEDIA
                       THRU RETURN-MEDIA-EXIT
               WHEN "FND"
                   PERFORM FIND-SET-MEDIA
                       THRU FIND-SET-MEDIA-EXIT
               WHEN OTHER
                   MOVE 1 TO WMR-RETURN
           END-EVALUATE.

       WMEDREG-EXIT.
           EXIT PROGRAM.

       LOAD-REGISTER.

           MOVE ZERO TO WMR-ENTRY-COUNT.
           MOVE "N" TO WMR-EOF-SWITCH.
           OPEN INPUT WMEDIA-FILE.
           IF WMR-FILE-STATUS NOT = "00"
               GO TO LOAD-REGISTER-EXIT
           END-IF.
           PERFORM UNTIL WMR-EOF
               READ WMEDIA-FILE
                   AT END
                       SET WMR-EOF TO TRUE
                   NOT AT END
                       IF WMEDIA-FILE-RECORD NOT = SPACES
                               AND WMR-ENTRY-COUNT < WMR-ENTRY-MAX
                           ADD 1 TO WMR-ENTRY-COUNT
                           MOVE WMEDIA-FILE-RECORD
                               TO WMR-ENTRY (WMR-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WMEDIA-FILE.

       LOAD-REGISTER-EXIT.
           EXIT.

      ****************************************************************
      * ASN -- A SET ONTO A VOLUME.                                  *
      ****************************************************************

       ASSIGN-MEDIA.

           IF WMR-REQ-LABEL = SPACES OR WMR-REQ-SET-DATE = ZERO
               MOVE 1 TO WMR-RETURN
               GO TO ASSIGN-MEDIA-EXIT
           END-IF.

           PERFORM FIND-CATALOG-SET
               THRU FIND-CATALOG-SET-EXIT.
           IF NOT WMR-CAT-FOUND
               MOVE 1 TO WMR-RETURN
               GO TO ASSIGN-MEDIA-EXIT
           END-IF.

      *    A volume still on site with a set, or in the vault, is
      *    not free to take another.
           PERFORM FIND-LATEST-FOR-LABEL.
           IF WMR-MATCH-NUM > ZERO
               MOVE WMR-ENTRY (WMR-MATCH-NUM) TO WMEDIA-RECORD
               IF MD-ASSIGNED OR MD-IN-VAULT
                   MOVE WMEDIA-RECORD TO WMR-REQUEST
                   MOVE 3 TO WMR-RETURN
                   GO TO ASSIGN-MEDIA-EXIT
               END-IF
           END-IF.

      *    Reusing a returned volume overwrites the set it holds; a
      *    legal hold on any file in that set keeps the volume.
           IF WMR-MATCH-NUM > ZERO
               PERFORM CHECK-OLD-SET-HOLDS
                   THRU CHECK-OLD-SET-HOLDS-EXIT
               IF WMR-HOLD-MATTER NOT = SPACES
                   MOVE WMEDIA-RECORD TO WMR-REQUEST
                   MOVE 4 TO WMR-RETURN
                   GO TO ASSIGN-MEDIA-EXIT
               END-IF
           END-IF.

           IF WMR-ENTRY-COUNT NOT < WMR-ENTRY-MAX
               MOVE 2 TO WMR-RETURN
               GO TO ASSIGN-MEDIA-EXIT
           END-IF.

           PERFORM GET-OPERATOR.
           MOVE SPACES TO WMEDIA-RECORD.
           MOVE WMR-REQ-LABEL TO MD-LABEL.
           MOVE WMR-REQ-SET-DATE TO MD-SET-DATE.
           MOVE WMR-CAT-TIME TO MD-SET-TIME.
           MOVE WMR-CAT-TYPE TO MD-SET-TYPE.
           SET MD-ASSIGNED TO TRUE.
           MOVE WMR-TODAY TO MD-ASSIGN-DATE.
           MOVE ZERO TO MD-DISPATCH-DATE MD-DUE-DATE MD-RETURN-DATE.
           IF WMR-REQ-RETAIN-DATE > ZERO
               MOVE WMR-REQ-RETAIN-DATE TO MD-RETAIN-DATE
           ELSE
               MOVE 90 TO WMR-DAYS
               MOVE "MEDIARETAIN" TO WMR-CFG-KEY
               PERFORM GET-CONFIGURED-DAYS
               COMPUTE WMR-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WMR-REQ-SET-DATE)
                   + WMR-DAYS
               COMPUTE MD-RETAIN-DATE =
                   FUNCTION DATE-OF-INTEGER (WMR-DAY-INTEGER)
           END-IF.
           MOVE WMR-OPERATOR TO MD-OPERATOR.

           ADD 1 TO WMR-ENTRY-COUNT.
           MOVE WMEDIA-RECORD TO WMR-ENTRY (WMR-ENTRY-COUNT).
           PERFORM REWRITE-REGISTER
               THRU REWRITE-REGISTER-EXIT.
           MOVE WMEDIA-RECORD TO WMR-REQUEST.

       ASSIGN-MEDIA-EXIT.
           EXIT.

      *    The set as cataloged -- a given time must match; a zero
      *    time takes the newest set of the day.
       FIND-CATALOG-SET.

           MOVE "N" TO WMR-CAT-FOUND-SWITCH WMR-EOF-SWITCH.
           MOVE ZERO TO WMR-CAT-TIME.
           MOVE SPACE TO WMR-CAT-TYPE.
           OPEN INPUT WBAKCAT-FILE.
           IF WMR-CATALOG-STATUS NOT = "00"
               GO TO FIND-CATALOG-SET-EXIT
           END-IF.
           PERFORM UNTIL WMR-EOF
               READ WBAKCAT-FILE
                   AT END
                       SET WMR-EOF TO TRUE
                   NOT AT END
                       IF BC-REC-DATE IS NUMERIC
                               AND BC-REC-TIME IS NUMERIC
                               AND BC-REC-DATE = WMR-REQ-SET-DATE
                           IF BC-REC-TIME = WMR-REQ-SET-TIME
                                   OR (WMR-REQ-SET-TIME = ZERO
                                       AND BC-REC-TIME
                                           NOT < WMR-CAT-TIME)
                               SET WMR-CAT-FOUND TO TRUE
                               MOVE BC-REC-TIME TO WMR-CAT-TIME
                               MOVE BC-REC-TYPE TO WMR-CAT-TYPE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WBAKCAT-FILE.

       FIND-CATALOG-SET-EXIT.
           EXIT.

      *    Every catalog line of the volume's old set is put to the
      *    hold check; the first one held stops the reuse.
       CHECK-OLD-SET-HOLDS.

           MOVE SPACES TO WMR-HOLD-MATTER.
           MOVE "N" TO WMR-EOF-SWITCH.
           IF MD-SET-DATE NOT NUMERIC OR MD-SET-TIME NOT NUMERIC
               GO TO CHECK-OLD-SET-HOLDS-EXIT
           END-IF.
           MOVE MD-SET-DATE TO WMR-OLD-SET-DATE.
           MOVE MD-SET-TIME TO WMR-OLD-SET-TIME.
           OPEN INPUT WBAKCAT-FILE.
           IF WMR-CATALOG-STATUS NOT = "00"
               GO TO CHECK-OLD-SET-HOLDS-EXIT
           END-IF.
           PERFORM UNTIL WMR-EOF
                      OR WMR-HOLD-MATTER NOT = SPACES
               READ WBAKCAT-FILE
                   AT END
                       SET WMR-EOF TO TRUE
                   NOT AT END
                       IF BC-REC-DATE IS NUMERIC
                               AND BC-REC-TIME IS NUMERIC
                               AND BC-REC-DATE = WMR-OLD-SET-DATE
                               AND BC-REC-TIME = WMR-OLD-SET-TIME
                           CALL "WLEGHOLD" USING "SET", BC-REC-TRIPLE,
                               WMR-OLD-SET-DATE, WMR-HOLD-KEY,
                               WMR-HOLD-MATTER
                               ON EXCEPTION
                                   MOVE SPACES TO WMR-HOLD-MATTER
                           END-CALL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WBAKCAT-FILE.
           IF WMR-HOLD-MATTER NOT = SPACES
               CALL "WLEGHOLD" USING "KEP", WMR-OLD-SET,
                   WMR-HOLD-COUNT, WMR-HOLD-PROGRAM, WMR-HOLD-MATTER
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

       CHECK-OLD-SET-HOLDS-EXIT.
           EXIT.

      ****************************************************************
      * DSP -- THE VOLUME GOES TO THE VAULT.                         *
      ****************************************************************

       DISPATCH-MEDIA.

           PERFORM FIND-LATEST-FOR-LABEL.
           IF WMR-MATCH-NUM = ZERO
               MOVE 1 TO WMR-RETURN
               GO TO DISPATCH-MEDIA-EXIT
           END-IF.
           MOVE WMR-ENTRY (WMR-MATCH-NUM) TO WMEDIA-RECORD.
           IF NOT MD-ASSIGNED
               MOVE WMEDIA-RECORD TO WMR-REQUEST
               MOVE 3 TO WMR-RETURN
               GO TO DISPATCH-MEDIA-EXIT
           END-IF.

           PERFORM GET-OPERATOR.
           SET MD-IN-VAULT TO TRUE.
           MOVE WMR-TODAY TO MD-DISPATCH-DATE.
           IF WMR-REQ-DUE-DATE > ZERO
               MOVE WMR-REQ-DUE-DATE TO MD-DUE-DATE
           ELSE
               MOVE 28 TO WMR-DAYS
               MOVE "VAULTDAYS" TO WMR-CFG-KEY
               PERFORM GET-CONFIGURED-DAYS
               COMPUTE WMR-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WMR-TODAY) + WMR-DAYS
               COMPUTE MD-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WMR-DAY-INTEGER)
           END-IF.
           MOVE WMR-OPERATOR TO MD-OPERATOR.

           MOVE WMEDIA-RECORD TO WMR-ENTRY (WMR-MATCH-NUM).
           PERFORM REWRITE-REGISTER
               THRU REWRITE-REGISTER-EXIT.
           MOVE WMEDIA-RECORD TO WMR-REQUEST.

       DISPATCH-MEDIA-EXIT.
           EXIT.

      ****************************************************************
      * RET -- THE VOLUME IS BACK FROM THE VAULT.                    *
      ****************************************************************

       RETURN-MEDIA.

           PERFORM FIND-LATEST-FOR-LABEL.
           IF WMR-MATCH-NUM = ZERO
               MOVE 1 TO WMR-RETURN
               GO TO RETURN-MEDIA-EXIT
           END-IF.
           MOVE WMR-ENTRY (WMR-MATCH-NUM) TO WMEDIA-RECORD.
           IF NOT MD-IN-VAULT
               MOVE WMEDIA-RECORD TO WMR-REQUEST
               MOVE 3 TO WMR-RETURN
               GO TO RETURN-MEDIA-EXIT
           END-IF.

           PERFORM GET-OPERATOR.
           SET MD-RETURNED TO TRUE.
           MOVE WMR-TODAY TO MD-RETURN-DATE.
           MOVE WMR-OPERATOR TO MD-OPERATOR.

           MOVE WMEDIA-RECORD TO WMR-ENTRY (WMR-MATCH-NUM).
           PERFORM REWRITE-REGISTER
               THRU REWRITE-REGISTER-EXIT.
           MOVE WMEDIA-RECORD TO WMR-REQUEST.

       RETURN-MEDIA-EXIT.
           EXIT.

      ****************************************************************
      * FND -- WHICH VOLUME HOLDS A SET.  THE NEWEST LINE WINS.      *
      ****************************************************************

       FIND-SET-MEDIA.

           MOVE ZERO TO WMR-MATCH-NUM.
           PERFORM VARYING WMR-X FROM 1 BY 1
                   UNTIL WMR-X > WMR-ENTRY-COUNT
               MOVE WMR-ENTRY (WMR-X) TO WMEDIA-RECORD
               IF MD-SET-DATE = WMR-REQ-SET-DATE
                       AND MD-SET-TIME = WMR-REQ-SET-TIME
                   SET WMR-MATCH-NUM TO WMR-X
               END-IF
           END-PERFORM.
           IF WMR-MATCH-NUM = ZERO
               MOVE 1 TO WMR-RETURN
               GO TO FIND-SET-MEDIA-EXIT
           END-IF.
           MOVE WMR-ENTRY (WMR-MATCH-NUM) TO WMR-REQUEST.

       FIND-SET-MEDIA-EXIT.
           EXIT.

      *    The volume's current line is its last one.
       FIND-LATEST-FOR-LABEL.

           MOVE ZERO TO WMR-MATCH-NUM.
           PERFORM VARYING WMR-X FROM 1 BY 1
                   UNTIL WMR-X > WMR-ENTRY-COUNT
               IF WMR-ENTRY (WMR-X) (1:8) = WMR-REQ-LABEL
                   SET WMR-MATCH-NUM TO WMR-X
               END-IF
           END-PERFORM.

       REWRITE-REGISTER.

           OPEN OUTPUT WMEDIA-FILE.
           IF WMR-FILE-STATUS NOT = "00"
               MOVE 2 TO WMR-RETURN
               GO TO REWRITE-REGISTER-EXIT
           END-IF.
           PERFORM VARYING WMR-X FROM 1 BY 1
                   UNTIL WMR-X > WMR-ENTRY-COUNT
               WRITE WMEDIA-FILE-RECORD FROM WMR-ENTRY (WMR-X)
           END-PERFORM.
           CLOSE WMEDIA-FILE.

       REWRITE-REGISTER-EXIT.
           EXIT.

      *    A WISPCFG day count over the compiled-in default in
      *    WMR-DAYS.
       GET-CONFIGURED-DAYS.

           CALL "WISPCFG" USING WMR-CFG-KEY, WMR-CFG-VALUE.
           CALL "WCFGNUM" USING WMR-CFG-VALUE, WMR-CFG-DAYS.
           IF WMR-CFG-DAYS > ZERO
               MOVE WMR-CFG-DAYS TO WMR-DAYS
           END-IF.

       GET-OPERATOR.

           CALL "WCGETCTX" USING WISP-CHAIN-CONTEXT
               ON EXCEPTION
                   MOVE SPACES TO WISP-CHAIN-CONTEXT
           END-CALL.
           IF CTX-OPERATOR-ID NOT = SPACES
               MOVE CTX-OPERATOR-ID (1:8) TO WMR-OPERATOR
           ELSE
               DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME
               ACCEPT WMR-OPERATOR-ENV FROM ENVIRONMENT-VALUE
               MOVE WMR-OPERATOR-ENV (1:8) TO WMR-OPERATOR
           END-IF.
