      *                                      where the session starts)
      *       TITLE text...                  the menu's heading
      *       ITEM code auth program desc    a launchable selection
      *       UPDATE code auth program desc  a selection that updates
      *                                      files
      *       SUBMENU code auth name desc    a nested menu
      *       END                            ends the menu
      *
      *   Lines starting with "*" are comments.  An entry whose AUTH
      *   exceeds the signed-on operator's WISPOPERAUTH is hidden and
      *   refused, unless one of the operator's named roles grants
      *   the entry's code (WROLES.DAT type M, checked by WROLECHK).
      *   A selection launches its program through the WCLINK path
      *   (WCLINK1), so checkpointing and the link trace
      *   see it like any other link.  A code entered that is not on
      *   the current menu is treated as a fast-path transaction code
      *   and searched across every menu, so an experienced operator
      *   jumps straight to a deep entry.  PF16 backs out one level,
      *   and exits from the MAIN menu -- which is the operator's
      *   sign-off: the session leaves the WSESSION active session
      *   registry.
      *
      *   The system availability state (WAVAIL) is shown under the
      *   heading with who set it and when.  While it is anything but
      *   ONLINE -- BATCH-ONLY, QUIESCE or MAINTENANCE -- an UPDATE
      *   selection is refused, whether taken from the menu or by
      *   fast path; ITEM selections still launch.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WMENU.
           88  WISP-FAST-FOUND                  VALUE "Y".
       01  WISP-FAST-AUTH             PIC 99.
       01  WISP-FAST-TARGET           PIC X(8).
       01  WISP-FAST-TYPE             PIC X.

      *    The system availability state.
       COPY "wavail.cpy".
       01  WISP-UPDATE-REFUSED-SWITCH PIC X.
           88  WISP-UPDATE-REFUSED              VALUE "Y".

      *    Authority.
       01  WISP-OPER-AUTH-VALUE       PIC X(10).
       01  WISP-OPER-AUTH-LEVEL       PIC 99    VALUE ZERO.
       01  WISP-ROLE-CODE             PIC X(4).
       01  WISP-ROLE-GRANT            PIC X(40).
       01  WISP-ROLE-RETURN           PIC 9.

      *    WCLINK1 launch -- the 32-parameter pool shape with dummy
      *    arguments; the launched program reads what it needs.
       01  WISP-DONE-SWITCH          PIC X     VALUE "N".
           88  WISP-MENU-DONE                   VALUE "Y".

      *    Sign-off from the active session registry.
       01  WISP-SESS-ID              PIC X(14) VALUE SPACES.
       01  WISP-SESS-APP             PIC X(40) VALUE SPACES.
       01  WISP-SESS-RETURN          PIC 9.

       PROCEDURE DIVISION.

       0000-START.
                   MOVE SPACES TO WISP-MNU-MESSAGE
               ELSE
                   SET WISP-MENU-DONE TO TRUE
                   CALL "WSESSION" USING "OFF", WISP-SESS-ID,
                       WISP-SESS-APP, WISP-SESS-RETURN
                       ON EXCEPTION CONTINUE
                   END-CALL
               END-IF
               GO TO 2000-MENU-CYCLE-EXIT
           END-IF.
                   IF WISP-IN-MENU
                       PERFORM 3200-APPLY-ENTRY-LINE
                   END-IF
               WHEN "UPDATE"
                   IF WISP-IN-MENU
                       PERFORM 3200-APPLY-ENTRY-LINE
                   END-IF
               WHEN "END"
                   MOVE "N" TO WISP-IN-MENU-SWITCH
           END-EVALUATE.

      *    ITEM/UPDATE/SUBMENU: code, authority, target, then the
      *    description verbatim from the column after the target.
       3200-APPLY-ENTRY-LINE.

               GO TO 3200-APPLY-ENTRY-DONE
           END-IF.

      *    An entry above the operator's authority is hidden,
      *    unless one of the operator's roles grants its code.
           IF WISP-WORD-3 (1:2) > WISP-OPER-AUTH-LEVEL
               MOVE WISP-WORD-2 (1:4) TO WISP-ROLE-CODE
               PERFORM 3300-CHECK-ROLE-GRANT
               IF WISP-ROLE-RETURN NOT = ZERO
                   GO TO 3200-APPLY-ENTRY-DONE
               END-IF
           END-IF.

           ADD 1 TO WISP-ITEM-COUNT.
           SET WISP-ITM-X TO WISP-ITEM-COUNT.
           EVALUATE WISP-WORD-1
               WHEN "SUBMENU"
                   MOVE "S" TO WISP-ITM-TYPE (WISP-ITM-X)
               WHEN "UPDATE"
                   MOVE "U" TO WISP-ITM-TYPE (WISP-ITM-X)
               WHEN OTHER
                   MOVE "I" TO WISP-ITM-TYPE (WISP-ITM-X)
           END-EVALUATE.
           MOVE WISP-WORD-2 (1:4) TO WISP-ITM-CODE (WISP-ITM-X).
           MOVE WISP-WORD-3 (1:2) TO WISP-ITM-AUTH (WISP-ITM-X).
           MOVE WISP-WORD-4 TO WISP-ITM-TARGET (WISP-ITM-X).
       3200-APPLY-ENTRY-DONE.
           EXIT.

      **** A NAMED ROLE CAN GRANT A MENU CODE THE LEVEL DOES NOT REACH
       3300-CHECK-ROLE-GRANT.

           MOVE SPACES TO WISP-ROLE-GRANT.
           MOVE WISP-ROLE-CODE TO WISP-ROLE-GRANT.
           MOVE 1 TO WISP-ROLE-RETURN.
           CALL "WROLECHK" USING "M", WISP-ROLE-GRANT, "  ",
               WISP-ROLE-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.

      **** THE MENU SCREEN
       4000-SHOW-MENU-SCREEN.

               MOVE WISP-MENU-TITLE TO WISP-MNU-TEXT-LINES(2) (11:60)
           END-IF.

           CALL "WAVAIL" USING "GET", WISP-AVAILABILITY
               ON EXCEPTION
                   MOVE SPACES TO WISP-AVAILABILITY
                   MOVE ZERO TO AV-SET-DATE AV-SET-TIME AV-RETURN
                   MOVE "ONLINE" TO AV-STATE
           END-CALL.
           STRING "  SYSTEM STATE: "         DELIMITED BY SIZE
                  AV-STATE                   DELIMITED BY SIZE
                  INTO WISP-MNU-TEXT-LINES(3)
           END-STRING.
           IF AV-SET-DATE NOT = ZERO
               STRING "  SET BY "            DELIMITED BY SIZE
                      AV-SET-BY              DELIMITED BY SIZE
                      " ON "                 DELIMITED BY SIZE
                      AV-SET-DATE            DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      AV-SET-TIME (1:4)      DELIMITED BY SIZE
                      INTO WISP-MNU-TEXT-LINES(3) (31:50)
               END-STRING
           END-IF.

           PERFORM VARYING WISP-ITM-X FROM 1 BY 1
                   UNTIL WISP-ITM-X > WISP-ITEM-COUNT
               COMPUTE WISP-MNU-LINE = 4 + WISP-ITM-X
           PERFORM VARYING WISP-ITM-X FROM 1 BY 1
                   UNTIL WISP-ITM-X > WISP-ITEM-COUNT
               IF WISP-ITM-CODE (WISP-ITM-X) = WISP-MNU-SELECTION
                   IF WISP-ITM-TYPE (WISP-ITM-X) = "U"
                       PERFORM 5800-CHECK-UPDATE-ALLOWED
                       IF WISP-UPDATE-REFUSED
                           GO TO 5000-TAKE-SELECTION-EXIT
                       END-IF
                   END-IF
                   IF WISP-ITM-TYPE (WISP-ITM-X) = "S"
                       IF WISP-STACK-DEPTH < 4
                           ADD 1 TO WISP-STACK-DEPTH
               GO TO 5000-TAKE-SELECTION-EXIT
           END-IF.
           IF WISP-FAST-AUTH > WISP-OPER-AUTH-LEVEL
               MOVE WISP-MNU-SELECTION TO WISP-ROLE-CODE
               PERFORM 3300-CHECK-ROLE-GRANT
               IF WISP-ROLE-RETURN NOT = ZERO
                   MOVE "THAT FUNCTION IS ABOVE YOUR AUTHORITY."
                       TO WISP-MNU-MESSAGE
                   GO TO 5000-TAKE-SELECTION-EXIT
               END-IF
           END-IF.
           IF WISP-FAST-TYPE = "U"
               PERFORM 5800-CHECK-UPDATE-ALLOWED
               IF WISP-UPDATE-REFUSED
                   GO TO 5000-TAKE-SELECTION-EXIT
               END-IF
           END-IF.
           MOVE WISP-FAST-TARGET TO WISP-LINK-PROGRAM.
           PERFORM 6000-LAUNCH-PROGRAM.
                           INTO WISP-WORD-1, WISP-WORD-2,
                                WISP-WORD-3, WISP-WORD-4
                       END-UNSTRING
                       IF (WISP-WORD-1 = "ITEM" OR "UPDATE")
                               AND WISP-WORD-2 (1:4)
                                   = WISP-MNU-SELECTION
                               AND WISP-WORD-3 (1:2) IS NUMERIC
                           SET WISP-FAST-FOUND TO TRUE
                           MOVE WISP-WORD-3 (1:2) TO WISP-FAST-AUTH
                           MOVE WISP-WORD-4 TO WISP-FAST-TARGET
                           MOVE WISP-WORD-1 (1:1) TO WISP-FAST-TYPE
                       END-IF
               END-READ
           END-PERFORM.
       5500-FIND-FAST-PATH-EXIT.
           EXIT.

      **** AN UPDATE SELECTION RUNS ONLY WHILE THE SYSTEM IS ONLINE --
      **** THE STATE IS LOOKED AT AGAIN HERE, NOT TRUSTED FROM THE
      **** SCREEN, SINCE IT MAY HAVE CHANGED WHILE THE MENU WAS UP
       5800-CHECK-UPDATE-ALLOWED.

           MOVE "N" TO WISP-UPDATE-REFUSED-SWITCH.
           CALL "WAVAIL" USING "GET", WISP-AVAILABILITY
               ON EXCEPTION
                   MOVE "ONLINE" TO AV-STATE
           END-CALL.
           IF NOT AV-ONLINE
               SET WISP-UPDATE-REFUSED TO TRUE
               MOVE SPACES TO WISP-MNU-MESSAGE
               STRING "UPDATES ARE NOT TAKEN -- SYSTEM STATE IS "
                          DELIMITED BY SIZE
                      AV-STATE DELIMITED BY SPACE
                      "."      DELIMITED BY SIZE
                      INTO WISP-MNU-MESSAGE
               END-STRING
           END-IF.

      **** LAUNCH THROUGH THE WCLINK PATH
       6000-LAUNCH-PROGRAM.

