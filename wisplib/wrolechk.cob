       IDENTIFICATION DIVISION.
       PROGRAM-ID. WROLECHK.
      ****************************************************************
      * WROLECHK -- NAMED-ROLE GRANT CHECK.                           *
      *                                                                *
      *           THE TWO-DIGIT WISPOPERAUTH LEVEL CANNOT SAY "THE    *
      *           PAYABLES CLERK MAY RUN VENDOR MAINTENANCE BUT NOT   *
      *           PAYROLL".  A ROLE CAN: EACH ROLE IS A NAMED LIST OF *
      *           THE FUNCTIONS, MENU ITEMS AND SCREEN FIELDS IT      *
      *           GRANTS, AND AN OPERATOR CARRIES UP TO FOUR ROLES IN *
      *           THE ROLES COLUMN OF WOPERMST (PUBLISHED BY WSIGNON  *
      *           IN WISPOPERROLES).  THE LEVEL CHECKS ASK HERE ONLY  *
      *           WHEN THE LEVEL ITSELF FALLS SHORT -- A ROLE ADDS TO *
      *           WHAT THE LEVEL ALLOWS, IT NEVER TAKES ANYTHING      *
      *           AWAY, SO EVERY EXISTING NUMERIC SETTING BEHAVES     *
      *           EXACTLY AS BEFORE.                                  *
      *                                                                *
      *               CALL "WROLECHK" USING TYPE, GRANT, ITEM, RET    *
      *                                                                *
      *           WRC-TYPE    - X(1)  F = A WAUTHCHK FUNCTION NAME    *
      *                               M = A WMENU SELECTION CODE      *
      *                               G = A GETPARM SCREEN FIELD      *
      *           WRC-GRANT   - X(40) THE FUNCTION NAME, THE MENU     *
      *                               CODE, OR THE SCREEN'S           *
      *                               APPLICATION NAME.               *
      *           WRC-ITEM    - X(2)  FOR G, THE FIELD-TABLE ENTRY    *
      *                               NUMBER; SPACES OTHERWISE.       *
      *           WRC-RETURN:   0 = ONE OF THE OPERATOR'S ROLES       *
      *                             GRANTS IT.                        *
      *                         1 = NO ROLE OF THE OPERATOR'S GRANTS  *
      *                             IT (OR THE OPERATOR HAS NONE).    *
      *                                                                *
      *           THE ROLE DEFINITIONS ARE SITE-MAINTAINED IN         *
      *           WROLES.DAT, ONE GRANT PER LINE:                     *
      *                                                                *
      *               ROLE(8) sp TYPE(1) sp GRANT(40) sp ITEM(2)      *
      *                                                                *
      *           KEYED THE SAME WAY AS THE WGPANSWER FILE -- A      *
      *           SCREEN FIELD IS ITS APPLICATION NAME PLUS ITS ENTRY *
      *           NUMBER; AN ITEM OF "**" GRANTS EVERY FIELD ON THAT  *
      *           SCREEN.  LINES STARTING WITH "*" ARE COMMENTS.  NO  *
      *           FILE MEANS NO ROLES ANYWHERE.  THE FILE IS READ     *
      *           ONCE PER RUN INTO A HELD TABLE, SAME AS WAUTHCHK.   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WROLES-FILE ASSIGN TO "WROLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRC-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WROLES-FILE.
       01  WROLES-RECORD.
           05  WRC-REC-ROLE          PIC X(8).
           05  FILLER                PIC X.
           05  WRC-REC-TYPE          PIC X.
           05  FILLER                PIC X.
           05  WRC-REC-GRANT         PIC X(40).
           05  FILLER                PIC X.
           05  WRC-REC-ITEM          PIC XX.

       WORKING-STORAGE SECTION.

       01  WRC-FILE-STATUS           PIC XX.
       01  WRC-EOF-SWITCH            PIC X.
           88  WRC-EOF                         VALUE "Y".
       01  WRC-LOADED-SWITCH         PIC X     VALUE "N".
           88  WRC-LOADED                      VALUE "Y".

       01  WRC-TABLE-COUNT           PIC 9(4)  COMP VALUE ZERO.
       01  WRC-TABLE-MAX             PIC 9(4)  VALUE 500.
       01  WRC-TABLE.
           05  WRC-TABLE-ENTRY  OCCURS 500 TIMES
                                INDEXED BY WRC-X.
               10  WRC-TAB-ROLE      PIC X(8).
               10  WRC-TAB-TYPE      PIC X.
               10  WRC-TAB-GRANT     PIC X(40).
               10  WRC-TAB-ITEM      PIC XX.

      *    The operator's roles, from WISPOPERROLES.
       01  WRC-ROLES-ENV             PIC X(40).
       01  WRC-OPER-ROLE-COUNT       PIC 9(4)  COMP.
       01  WRC-OPER-ROLES.
           05  WRC-OPER-ROLE         PIC X(8)  OCCURS 4
                                     INDEXED BY WRC-R.
       01  WRC-ROLE-PTR              PIC 9(4)  COMP.
       01  WRC-ROLE-WORD             PIC X(40).
       01  WRC-GRANTED-SWITCH        PIC X.
           88  WRC-GRANTED                     VALUE "Y".

       LINKAGE SECTION.

       01  WRC-TYPE                  PIC X.
       01  WRC-GRANT                 PIC X(40).
       01  WRC-ITEM                  PIC XX.
       01  WRC-RETURN                PIC 9.

       PROCEDURE DIVISION USING WRC-TYPE, WRC-GRANT, WRC-ITEM,
                                WRC-RETURN.

       MAIN-WROLECHK.

           MOVE 1 TO WRC-RETURN.

           IF NOT WRC-LOADED
               PERFORM LOAD-ROLE-TABLE
                   THRU LOAD-ROLE-TABLE-EXIT
           END-IF.
           IF WRC-TABLE-COUNT = ZERO
               GO TO WROLECHK-EXIT
           END-IF.

      *    Read every call, not once -- the dispatcher republishes
      *    the variable for each stream it launches.
           PERFORM LOAD-OPERATOR-ROLES.
           IF WRC-OPER-ROLE-COUNT = ZERO
               GO TO WROLECHK-EXIT
           END-IF.

           MOVE "N" TO WRC-GRANTED-SWITCH.
           PERFORM VARYING WRC-X FROM 1 BY 1
                   UNTIL WRC-X > WRC-TABLE-COUNT
                      OR WRC-GRANTED
               IF WRC-TAB-TYPE (WRC-X) = WRC-TYPE
                       AND WRC-TAB-GRANT (WRC-X) = WRC-GRANT
                       AND (WRC-TAB-ITEM (WRC-X) = WRC-ITEM
                         OR (WRC-TYPE = "G"
                             AND WRC-TAB-ITEM (WRC-X) = "**"))
                   PERFORM VARYING WRC-R FROM 1 BY 1
                           UNTIL WRC-R > WRC-OPER-ROLE-COUNT
                              OR WRC-GRANTED
                       IF WRC-OPER-ROLE (WRC-R) = WRC-TAB-ROLE (WRC-X)
                           SET WRC-GRANTED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WRC-GRANTED
               MOVE ZERO TO WRC-RETURN
           END-IF.

       WROLECHK-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * UP TO FOUR ROLE NAMES, SPACE-SEPARATED, IN WISPOPERROLES.    *
      ****************************************************************

       LOAD-OPERATOR-ROLES.

           MOVE ZERO TO WRC-OPER-ROLE-COUNT.
           MOVE SPACES TO WRC-OPER-ROLES.
           DISPLAY "WISPOPERROLES" UPON ENVIRONMENT-NAME.
           ACCEPT WRC-ROLES-ENV FROM ENVIRONMENT-VALUE.
           MOVE 1 TO WRC-ROLE-PTR.
           PERFORM UNTIL WRC-ROLE-PTR > 40
                      OR WRC-OPER-ROLE-COUNT = 4
               MOVE SPACES TO WRC-ROLE-WORD
               UNSTRING WRC-ROLES-ENV DELIMITED BY ALL " "
                   INTO WRC-ROLE-WORD
                   WITH POINTER WRC-ROLE-PTR
               END-UNSTRING
               IF WRC-ROLE-WORD NOT = SPACES
                   ADD 1 TO WRC-OPER-ROLE-COUNT
                   MOVE WRC-ROLE-WORD
                       TO WRC-OPER-ROLE (WRC-OPER-ROLE-COUNT)
               END-IF
           END-PERFORM.

      ****************************************************************
      * ONE PASS OVER WROLES.DAT INTO THE HELD TABLE.                *
      ****************************************************************

       LOAD-ROLE-TABLE.

           SET WRC-LOADED TO TRUE.
           MOVE "N" TO WRC-EOF-SWITCH.
           MOVE ZERO TO WRC-TABLE-COUNT.

           OPEN INPUT WROLES-FILE.
           IF WRC-FILE-STATUS NOT = "00"
               GO TO LOAD-ROLE-TABLE-EXIT
           END-IF.

           PERFORM READ-ROLE-RECORD
               UNTIL WRC-EOF.

           CLOSE WROLES-FILE.

       LOAD-ROLE-TABLE-EXIT.
           EXIT.

       READ-ROLE-RECORD.

           READ WROLES-FILE
               AT END
                   SET WRC-EOF TO TRUE
               NOT AT END
                   IF WRC-REC-ROLE NOT = SPACES
                           AND WRC-REC-ROLE (1:1) NOT = "*"
                           AND (WRC-REC-TYPE = "F" OR "M" OR "G")
                           AND WRC-REC-GRANT NOT = SPACES
                           AND WRC-TABLE-COUNT < WRC-TABLE-MAX
                       ADD 1 TO WRC-TABLE-COUNT
                       SET WRC-X TO WRC-TABLE-COUNT
                       MOVE WRC-REC-ROLE TO WRC-TAB-ROLE (WRC-X)
                       MOVE WRC-REC-TYPE TO WRC-TAB-TYPE (WRC-X)
                       MOVE WRC-REC-GRANT TO WRC-TAB-GRANT (WRC-X)
                       MOVE WRC-REC-ITEM TO WRC-TAB-ITEM (WRC-X)
                   END-IF
           END-READ.
