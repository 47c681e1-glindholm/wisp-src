       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSESSION.
      ****************************************************************
      * WSESSION -- ACTIVE SESSION REGISTRY.                          *
      *                                                                *
      *           BEFORE A CLOSE, OR WITH A LOCK HELD, NOBODY COULD   *
      *           SAY WHO WAS ACTUALLY SIGNED ON: WBCAST REACHES A    *
      *           SESSION ONLY WHEN IT NEXT CHANGES SCREEN, AND       *
      *           WOPENREG KNOWS FILES, NOT PEOPLE.  EVERY SIGNED-ON  *
      *           SESSION NOW HOLDS ONE LINE IN WSESSION.DAT:         *
      *                                                                *
      *               CALL "WSESSION" USING FUNC, SESS-ID, APP, RET   *
      *                                                                *
      *           WSN-FUNC "ON " - REGISTER THIS SESSION (WSIGNON):   *
      *                            OPERATOR, WORKSTATION AND ENTITY   *
      *                            FROM WISPOPERID, WISPTERMID AND    *
      *                            WISPENTITY.  THE NEW SESSION ID    *
      *                            COMES BACK IN SESS-ID AND IS       *
      *                            PUBLISHED IN WISPSESSID.           *
      *                    "ACT" - A SCREEN TRANSITION (WMFNGETPARM): *
      *                            STAMP APP AND THE TIME.  RET 1     *
      *                            WHEN A SUPERVISOR HAS FLAGGED THE  *
      *                            SESSION FOR FORCED SIGN-OFF.       *
      *                    "OFF" - SIGN-OFF: REMOVE THE SESSION.      *
      *                    "END" - END OF RUN UNIT (COBTIDY): REMOVE  *
      *                            THE SESSION ONLY IF THIS RUN UNIT  *
      *                            REGISTERED IT, SO A CHILD RUN      *
      *                            THAT INHERITED WISPSESSID DOES NOT *
      *                            SIGN ITS PARENT OFF.               *
      *                    "FRC" - FLAG SESS-ID FOR FORCED SIGN-OFF   *
      *                            (WSESSINQ); THE FLAGGING OPERATOR  *
      *                            IS RECORDED ON THE LINE.           *
      *           WSN-SESS-ID  - X(14); SPACES MEANS THIS SESSION'S   *
      *                          (WISPSESSID) FOR ACT, OFF AND END.   *
      *           WSN-APP      - X(40) THE SCREEN'S APP NAME (ACT).   *
      *           WSN-RETURN:  0 = DONE.                              *
      *                        1 = ACT: FORCED SIGN-OFF PENDING.      *
      *                            OFF/FRC: NO SUCH SESSION.          *
      *                        2 = ACT: THE SESSION IS NOT (OR NO     *
      *                            LONGER) REGISTERED.                *
      *                                                                *
      *           THE LINE LAYOUT IS COPY "wsession".  THE FILE IS    *
      *           READ WHOLE AND REWRITTEN ON EVERY CHANGE, THE SAME  *
      *           WAY WENQ KEEPS WENQLOCK.DAT.                        *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WSESSION-FILE ASSIGN TO "WSESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSN-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WSESSION-FILE.
       01  WSESSION-FILE-RECORD      PIC X(133).

       WORKING-STORAGE SECTION.

       COPY "wsession.cpy".

       01  WSN-FILE-STATUS           PIC XX.
       01  WSN-EOF-SWITCH            PIC X.
           88  WSN-EOF                         VALUE "Y".
      *    Set by ON -- this run unit is the one that signed on.
       01  WSN-OWNER-SWITCH          PIC X     VALUE "N".
           88  WSN-OWNER                       VALUE "Y".

       01  WSN-SESS-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WSN-SESS-MAX              PIC 9(4) VALUE 300.
       01  WSN-SESS-TABLE.
           05  WSN-SESS-ENTRY        PIC X(133)
                                     OCCURS 300 TIMES
                                     INDEXED BY WSN-X.
       01  WSN-MATCH-NUM             PIC 9(4) COMP.
       01  WSN-SEARCH-ID             PIC X(14).
       01  WSN-ENV-VALUE             PIC X(40).
       01  WSN-TIMESTAMP.
           05  WSN-STAMP-DATE        PIC 9(8).
           05  WSN-STAMP-TIME        PIC 9(8).

       LINKAGE SECTION.

       01  WSN-FUNC                  PIC X(3).
       01  WSN-SESS-ID               PIC X(14).
       01  WSN-APP                   PIC X(40).
       01  WSN-RETURN                PIC 9.

       PROCEDURE DIVISION USING WSN-FUNC, WSN-SESS-ID, WSN-APP,
                                WSN-RETURN.

       MAIN-WSESSION.

           MOVE ZERO TO WSN-RETURN.
           ACCEPT WSN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WSN-STAMP-TIME FROM TIME.

           MOVE WSN-SESS-ID TO WSN-SEARCH-ID.
           IF WSN-SEARCH-ID = SPACES AND WSN-FUNC NOT = "ON "
               MOVE SPACES TO WSN-ENV-VALUE
               DISPLAY "WISPSESSID" UPON ENVIRONMENT-NAME
               ACCEPT WSN-ENV-VALUE FROM ENVIRONMENT-VALUE
               MOVE WSN-ENV-VALUE (1:14) TO WSN-SEARCH-ID
           END-IF.

           EVALUATE WSN-FUNC
               WHEN "ON "
                   PERFORM TAKE-ON-ACTION
                       THRU TAKE-ON-ACTION-EXIT
               WHEN "ACT"
                   PERFORM TAKE-ACT-ACTION
                       THRU TAKE-ACT-ACTION-EXIT
               WHEN "OFF"
                   PERFORM TAKE-OFF-ACTION
                       THRU TAKE-OFF-ACTION-EXIT
               WHEN "END"
                   IF WSN-OWNER
                       PERFORM TAKE-OFF-ACTION
                           THRU TAKE-OFF-ACTION-EXIT
                   END-IF
               WHEN "FRC"
                   PERFORM TAKE-FRC-ACTION
                       THRU TAKE-FRC-ACTION-EXIT
           END-EVALUATE.

           EXIT PROGRAM.

      ****************************************************************
      * ON -- A NEW LINE FOR THIS SESSION.                           *
      ****************************************************************

       TAKE-ON-ACTION.

           PERFORM LOAD-SESSION-TABLE
               THRU LOAD-SESSION-TABLE-EXIT.
           IF WSN-SESS-COUNT NOT < WSN-SESS-MAX
               DISPLAY "WSESSION: SESSION TABLE FULL -- NOT REGISTERED."
               GO TO TAKE-ON-ACTION-EXIT
           END-IF.

           MOVE SPACES TO WSESSION-RECORD.
           MOVE WSN-STAMP-DATE (3:6) TO SN-SESSION-ID (1:6).
           MOVE WSN-STAMP-TIME TO SN-SESSION-ID (7:8).
           MOVE SN-SESSION-ID TO WSN-SESS-ID.

           MOVE SPACES TO WSN-ENV-VALUE.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WSN-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WSN-ENV-VALUE (1:8) TO SN-OPERATOR.
           MOVE SPACES TO WSN-ENV-VALUE.
           DISPLAY "WISPTERMID" UPON ENVIRONMENT-NAME.
           ACCEPT WSN-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WSN-ENV-VALUE (1:16) TO SN-TERM-ID.
           MOVE SPACES TO WSN-ENV-VALUE.
           DISPLAY "WISPENTITY" UPON ENVIRONMENT-NAME.
           ACCEPT WSN-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WSN-ENV-VALUE (1:4) TO SN-ENTITY.
           MOVE WSN-STAMP-DATE TO SN-ON-DATE SN-LAST-DATE.
           MOVE WSN-STAMP-TIME TO SN-ON-TIME SN-LAST-TIME.
           MOVE WSN-APP TO SN-APP.

           ADD 1 TO WSN-SESS-COUNT.
           MOVE WSESSION-RECORD TO WSN-SESS-ENTRY (WSN-SESS-COUNT).
           PERFORM REWRITE-SESSION-FILE.

           DISPLAY "WISPSESSID" UPON ENVIRONMENT-NAME.
           DISPLAY SN-SESSION-ID UPON ENVIRONMENT-VALUE.
           SET WSN-OWNER TO TRUE.

       TAKE-ON-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * ACT -- STAMP THE SCREEN TRANSITION, REPORT A PENDING FORCE.  *
      ****************************************************************

       TAKE-ACT-ACTION.

           IF WSN-SEARCH-ID = SPACES
               MOVE 2 TO WSN-RETURN
               GO TO TAKE-ACT-ACTION-EXIT
           END-IF.
           PERFORM LOAD-SESSION-TABLE
               THRU LOAD-SESSION-TABLE-EXIT.
           PERFORM FIND-SESSION.
           IF WSN-MATCH-NUM = ZERO
               MOVE 2 TO WSN-RETURN
               GO TO TAKE-ACT-ACTION-EXIT
           END-IF.

           MOVE WSN-SESS-ENTRY (WSN-MATCH-NUM) TO WSESSION-RECORD.
           MOVE WSN-STAMP-DATE TO SN-LAST-DATE.
           MOVE WSN-STAMP-TIME TO SN-LAST-TIME.
           MOVE WSN-APP TO SN-APP.
           MOVE WSESSION-RECORD TO WSN-SESS-ENTRY (WSN-MATCH-NUM).
           PERFORM REWRITE-SESSION-FILE.
           IF SN-FORCE-PENDING
               MOVE 1 TO WSN-RETURN
           END-IF.

       TAKE-ACT-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * OFF (AND END) -- THE SESSION LEAVES THE REGISTRY.            *
      ****************************************************************

       TAKE-OFF-ACTION.

           IF WSN-SEARCH-ID = SPACES
               MOVE 1 TO WSN-RETURN
               GO TO TAKE-OFF-ACTION-EXIT
           END-IF.
           PERFORM LOAD-SESSION-TABLE
               THRU LOAD-SESSION-TABLE-EXIT.
           PERFORM FIND-SESSION.
           IF WSN-MATCH-NUM = ZERO
               MOVE 1 TO WSN-RETURN
           ELSE
               PERFORM VARYING WSN-MATCH-NUM FROM WSN-MATCH-NUM BY 1
                       UNTIL WSN-MATCH-NUM NOT < WSN-SESS-COUNT
                   MOVE WSN-SESS-ENTRY (WSN-MATCH-NUM + 1)
                       TO WSN-SESS-ENTRY (WSN-MATCH-NUM)
               END-PERFORM
               SUBTRACT 1 FROM WSN-SESS-COUNT
               PERFORM REWRITE-SESSION-FILE
           END-IF.

      *    Signing this session off -- it no longer carries an ID.
           IF WSN-SESS-ID = SPACES
               DISPLAY "WISPSESSID" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               MOVE "N" TO WSN-OWNER-SWITCH
           END-IF.

       TAKE-OFF-ACTION-EXIT.
           EXIT.

      ****************************************************************
      * FRC -- FLAG THE SESSION; IT SIGNS ITSELF OFF AT ITS NEXT     *
      * SCREEN.                                                      *
      ****************************************************************

       TAKE-FRC-ACTION.

           IF WSN-SEARCH-ID = SPACES
               MOVE 1 TO WSN-RETURN
               GO TO TAKE-FRC-ACTION-EXIT
           END-IF.
           PERFORM LOAD-SESSION-TABLE
               THRU LOAD-SESSION-TABLE-EXIT.
           PERFORM FIND-SESSION.
           IF WSN-MATCH-NUM = ZERO
               MOVE 1 TO WSN-RETURN
               GO TO TAKE-FRC-ACTION-EXIT
           END-IF.

           MOVE WSN-SESS-ENTRY (WSN-MATCH-NUM) TO WSESSION-RECORD.
           SET SN-FORCE-PENDING TO TRUE.
           MOVE SPACES TO WSN-ENV-VALUE.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WSN-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WSN-ENV-VALUE (1:8) TO SN-FORCE-BY.
           MOVE WSESSION-RECORD TO WSN-SESS-ENTRY (WSN-MATCH-NUM).
           PERFORM REWRITE-SESSION-FILE.

       TAKE-FRC-ACTION-EXIT.
           EXIT.

       FIND-SESSION.

           MOVE ZERO TO WSN-MATCH-NUM.
           PERFORM VARYING WSN-X FROM 1 BY 1
                   UNTIL WSN-X > WSN-SESS-COUNT
                      OR WSN-MATCH-NUM > ZERO
               IF WSN-SESS-ENTRY (WSN-X) (1:14) = WSN-SEARCH-ID
                   SET WSN-MATCH-NUM TO WSN-X
               END-IF
           END-PERFORM.

       LOAD-SESSION-TABLE.

           MOVE ZERO TO WSN-SESS-COUNT.
           MOVE "N" TO WSN-EOF-SWITCH.
           OPEN INPUT WSESSION-FILE.
           IF WSN-FILE-STATUS NOT = "00"
               GO TO LOAD-SESSION-TABLE-EXIT
           END-IF.
           PERFORM READ-SESSION-RECORD
               UNTIL WSN-EOF.
           CLOSE WSESSION-FILE.

       LOAD-SESSION-TABLE-EXIT.
           EXIT.

       READ-SESSION-RECORD.

           READ WSESSION-FILE
               AT END
                   SET WSN-EOF TO TRUE
               NOT AT END
                   IF WSESSION-FILE-RECORD NOT = SPACES
                           AND WSN-SESS-COUNT < WSN-SESS-MAX
                       ADD 1 TO WSN-SESS-COUNT
                       MOVE WSESSION-FILE-RECORD
                           TO WSN-SESS-ENTRY (WSN-SESS-COUNT)
                   END-IF
           END-READ.

       REWRITE-SESSION-FILE.

           OPEN OUTPUT WSESSION-FILE.
           PERFORM VARYING WSN-X FROM 1 BY 1
                   UNTIL WSN-X > WSN-SESS-COUNT
               MOVE WSN-SESS-ENTRY (WSN-X) TO WSESSION-FILE-RECORD
               WRITE WSESSION-FILE-RECORD
           END-PERFORM.
           CLOSE WSESSION-FILE.
