      *       E  set the operator's entity code (the first four
      *          characters of the NAME field) -- the session's
      *          books partition on it
      *       R  set the operator's named roles from the ROLES field
      *          (up to four role names defined in WROLES.DAT, space-
      *          separated; blank clears them).  A role grants the
      *          functions, menu codes and screen fields it lists on
      *          top of whatever the authority level already allows
      *       S  set the operator's supervisor from the SUPERVISOR
      *          field (an operator ID already on file; blank clears
      *          it) -- the supervisor is who certifies or revokes
      *          the operator's access in each WRECERT campaign
      *   PF16 exits.
      *
      *   The whole program is restricted: the signed-on operator's
           05  WISP-OM-REC-TRAIN      PIC X.
           05  FILLER                 PIC X.
           05  WISP-OM-REC-ENTITY     PIC X(4).
           05  FILLER                 PIC X.
           05  WISP-OM-REC-ROLES      PIC X(35).
           05  FILLER                 PIC X.
           05  WISP-OM-REC-SUPV       PIC X(8).
           05  FILLER                 PIC X.
           05  WISP-OM-REC-LASTSIGN   PIC X(8).

       WORKING-STORAGE SECTION.

       01  WISP-OPER-TABLE.
           05  WISP-OPR-ENTRY  OCCURS 200 TIMES
                               INDEXED BY WISP-OPR-X.
               10  WISP-OPR-RECORD    PIC X(153).
               10  FILLER REDEFINES WISP-OPR-RECORD.
                   15  WISP-OPR-ID        PIC X(8).
                   15  FILLER             PIC X.
                   15  WISP-OPR-TRAIN     PIC X.
                   15  FILLER             PIC X.
                   15  WISP-OPR-ENTITY    PIC X(4).
                   15  FILLER             PIC X.
                   15  WISP-OPR-ROLES     PIC X(35).
                   15  FILLER             PIC X.
                   15  WISP-OPR-SUPV      PIC X(8).
                   15  FILLER             PIC X.
                   15  WISP-OPR-LASTSIGN  PIC X(8).
       01  WISP-OPR-FOUND-NUM         PIC 9(4)  COMP-5.

      *    The caller's credential.
       01  WISP-OMN-PASSWORD         PIC X(8).
       01  WISP-OMN-NEWAUTH          PIC XX.
       01  WISP-OMN-NAME             PIC X(30).
       01  WISP-OMN-ROLES            PIC X(35).
       01  WISP-OMN-SUPV             PIC X(8).
       01  WISP-OMN-SUPV-NUM         PIC 9(4)  COMP-5.
       01  WISP-OMN-HOLD-ID          PIC X(8).
       01  WISP-OMN-MESSAGE          PIC X(70).
       01  WISP-OMN-ACTION           PIC X(12).
       01  WISP-OMN-TODAY            PIC 9(8).
               WHEN "E"
                   PERFORM 7800-SET-ENTITY
                       THRU 7800-SET-ENTITY-EXIT
               WHEN "R"
                   PERFORM 7900-SET-ROLES
                       THRU 7900-SET-ROLES-EXIT
               WHEN "S"
                   PERFORM 7950-SET-SUPERVISOR
                       THRU 7950-SET-SUPERVISOR-EXIT
               WHEN OTHER
                   MOVE "ENTER L, A, C, D, P, U, T, E, R, OR S IN THE FU
      -               "NCTION FIELD." TO WISP-OMN-MESSAGE
           END-EVALUATE.

       2000-MAINTENANCE-CYCLE-EXIT.
           MOVE SPACES TO WISP-OMN-STATIC-TEXT.
           MOVE "             WOPERMNT - OPERATOR MASTER MAINTENANCE"
               TO WISP-OMN-TEXT-LINES(2).
           MOVE "  FUNCTION (L/A/C/D/P/U/T/E/R/S):"
               TO WISP-OMN-TEXT-LINES(7).
           MOVE "  OPERATOR ID.............:"
               TO WISP-OMN-TEXT-LINES(9).
               TO WISP-OMN-TEXT-LINES(11).
           MOVE "  AUTHORITY (A/C ONLY)....:"
               TO WISP-OMN-TEXT-LINES(13).
           MOVE "  SUPERVISOR (A/S ONLY)...:"
               TO WISP-OMN-TEXT-LINES(14).
           MOVE "  NAME (A ONLY):"
               TO WISP-OMN-TEXT-LINES(15).
           MOVE "  ROLES (A/R ONLY):"
               TO WISP-OMN-TEXT-LINES(17).
           MOVE "  L=LIST A=ADD C=CHANGE AUTHORITY D=DEACTIVATE"
               TO WISP-OMN-TEXT-LINES(18).
           MOVE "  P=RESET PW U=UNLOCK T=TRAINING E=ENTITY R=ROLES S=SUP
      -         "ERVISOR."
               TO WISP-OMN-TEXT-LINES(19).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-OMN-TEXT-LINES(20).
           MOVE WISP-OMN-MESSAGE TO WISP-OMN-TEXT-LINES(21).

           MOVE 7 TO WISP-OMN-FIELD-CNT.
           MOVE  7 TO WISP-OMN-ROW(1).
           MOVE 30 TO WISP-OMN-COL(1).
           MOVE  1 TO WISP-OMN-LEN(1).
           MOVE 30 TO WISP-OMN-LEN(5).
           MOVE 128 TO WISP-OMN-FAC(5).
           MOVE SPACE TO WISP-OMN-EDIT(5).
           MOVE 17 TO WISP-OMN-ROW(6).
           MOVE 21 TO WISP-OMN-COL(6).
           MOVE 35 TO WISP-OMN-LEN(6).
           MOVE 128 TO WISP-OMN-FAC(6).
           MOVE SPACE TO WISP-OMN-EDIT(6).
           MOVE 14 TO WISP-OMN-ROW(7).
           MOVE 30 TO WISP-OMN-COL(7).
           MOVE  8 TO WISP-OMN-LEN(7).
           MOVE 128 TO WISP-OMN-FAC(7).
           MOVE SPACE TO WISP-OMN-EDIT(7).
           PERFORM VARYING WISP-OPR-FOUND-NUM FROM 1 BY 1
                   UNTIL WISP-OPR-FOUND-NUM > 7
               MOVE SPACES TO WISP-OMN-DATA(WISP-OPR-FOUND-NUM)
               MOVE SPACES TO WISP-OMN-HELP(WISP-OPR-FOUND-NUM)
               MOVE ZERO TO WISP-OMN-AUTH (WISP-OPR-FOUND-NUM)
           MOVE WISP-OMN-DATA(3) (1:8) TO WISP-OMN-PASSWORD.
           MOVE WISP-OMN-DATA(4) (1:2) TO WISP-OMN-NEWAUTH.
           MOVE WISP-OMN-DATA(5) (1:30) TO WISP-OMN-NAME.
           MOVE WISP-OMN-DATA(6) (1:35) TO WISP-OMN-ROLES.
           MOVE WISP-OMN-DATA(7) (1:8) TO WISP-OMN-SUPV.

      **** L -- IDS, AUTHORITY, NAMES, STATUS; NEVER THE PASSWORDS
       3000-LIST-OPERATORS.
                       MOVE "LOCKED" TO WISP-DSP-WORK-LINE (52:6)
                   END-IF
                   PERFORM 3100-QUEUE-DISPLAY-LINE
                   IF WISP-OPR-ROLES (WISP-OPR-X) NOT = SPACES
                       MOVE SPACES TO WISP-DSP-WORK-LINE
                       STRING "         ROLES: "
                              WISP-OPR-ROLES (WISP-OPR-X)
                              DELIMITED BY SIZE
                              INTO WISP-DSP-WORK-LINE
                       END-STRING
                       PERFORM 3100-QUEUE-DISPLAY-LINE
                   END-IF
                   IF WISP-OPR-SUPV (WISP-OPR-X) NOT = SPACES
                           OR WISP-OPR-LASTSIGN (WISP-OPR-X)
                              NOT = SPACES
                       MOVE SPACES TO WISP-DSP-WORK-LINE
                       STRING "         SUPERVISOR: "
                              WISP-OPR-SUPV (WISP-OPR-X)
                              "  LAST SIGN-ON: "
                              WISP-OPR-LASTSIGN (WISP-OPR-X)
                              DELIMITED BY SIZE
                              INTO WISP-DSP-WORK-LINE
                       END-STRING
                       PERFORM 3100-QUEUE-DISPLAY-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WISP-DSP-LINE-NUM > ZERO
           MOVE SPACES TO WISP-OPR-HIST1 (WISP-OPR-X)
                          WISP-OPR-HIST2 (WISP-OPR-X)
                          WISP-OPR-HIST3 (WISP-OPR-X).
           MOVE WISP-OMN-ROLES TO WISP-OPR-ROLES (WISP-OPR-X).
           MOVE WISP-OMN-SUPV TO WISP-OPR-SUPV (WISP-OPR-X).
           PERFORM 9000-REWRITE-MASTER.
           MOVE "ADDED" TO WISP-OMN-ACTION.
           PERFORM 9500-LOG-THE-CHANGE.
       7800-SET-ENTITY-EXIT.
           EXIT.

      **** R -- THE OPERATOR'S NAMED ROLES, FROM THE ROLES FIELD
       7900-SET-ROLES.

           PERFORM 8000-FIND-OPERATOR.
           IF WISP-OPR-FOUND-NUM = ZERO
               MOVE "NO SUCH OPERATOR ID." TO WISP-OMN-MESSAGE
               GO TO 7900-SET-ROLES-EXIT
           END-IF.
           SET WISP-OPR-X TO WISP-OPR-FOUND-NUM.
           MOVE WISP-OMN-ROLES TO WISP-OPR-ROLES (WISP-OPR-X).
           PERFORM 9000-REWRITE-MASTER.
           IF WISP-OMN-ROLES = SPACES
               MOVE "ROLES CLEAR" TO WISP-OMN-ACTION
               MOVE "ROLES CLEARED." TO WISP-OMN-MESSAGE
           ELSE
               MOVE "ROLES SET" TO WISP-OMN-ACTION
               MOVE "ROLES SET." TO WISP-OMN-MESSAGE
           END-IF.
           PERFORM 9500-LOG-THE-CHANGE.

       7900-SET-ROLES-EXIT.
           EXIT.

      **** S -- THE OPERATOR'S SUPERVISOR, FROM THE SUPERVISOR FIELD
       7950-SET-SUPERVISOR.

           PERFORM 8000-FIND-OPERATOR.
           IF WISP-OPR-FOUND-NUM = ZERO
               MOVE "NO SUCH OPERATOR ID." TO WISP-OMN-MESSAGE
               GO TO 7950-SET-SUPERVISOR-EXIT
           END-IF.
           MOVE WISP-OPR-FOUND-NUM TO WISP-OMN-SUPV-NUM.

      *    A supervisor must be an operator on file, and nobody
      *    certifies their own access.
           IF WISP-OMN-SUPV NOT = SPACES
               IF WISP-OMN-SUPV = WISP-OMN-ID
                   MOVE "REFUSED - AN OPERATOR CANNOT SUPERVISE THEMSELV
      -                 "ES." TO WISP-OMN-MESSAGE
                   GO TO 7950-SET-SUPERVISOR-EXIT
               END-IF
               MOVE WISP-OMN-ID TO WISP-OMN-HOLD-ID
               MOVE WISP-OMN-SUPV TO WISP-OMN-ID
               PERFORM 8000-FIND-OPERATOR
               MOVE WISP-OMN-HOLD-ID TO WISP-OMN-ID
               IF WISP-OPR-FOUND-NUM = ZERO
                   MOVE "REFUSED - THE SUPERVISOR IS NOT ON FILE."
                       TO WISP-OMN-MESSAGE
                   GO TO 7950-SET-SUPERVISOR-EXIT
               END-IF
           END-IF.

           SET WISP-OPR-X TO WISP-OMN-SUPV-NUM.
           MOVE WISP-OMN-SUPV TO WISP-OPR-SUPV (WISP-OPR-X).
           PERFORM 9000-REWRITE-MASTER.
           IF WISP-OMN-SUPV = SPACES
               MOVE "SUPV CLEAR" TO WISP-OMN-ACTION
               MOVE "SUPERVISOR CLEARED." TO WISP-OMN-MESSAGE
           ELSE
               MOVE "SUPV SET" TO WISP-OMN-ACTION
               MOVE "SUPERVISOR SET." TO WISP-OMN-MESSAGE
           END-IF.
           PERFORM 9500-LOG-THE-CHANGE.

       7950-SET-SUPERVISOR-EXIT.
           EXIT.

       8000-FIND-OPERATOR.
           MOVE ZERO TO WISP-OPR-FOUND-NUM.
           PERFORM VARYING WISP-OPR-X FROM 1 BY 1
