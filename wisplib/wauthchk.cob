      *           FACILITY IS OPT-IN PER FUNCTION, SO AN UNLISTED    *
      *           SITE BEHAVES EXACTLY AS BEFORE.  THE FILE IS READ  *
      *           ONCE PER RUN INTO A HELD TABLE, SAME AS WISPCFG.   *
      *                                                                *
      *           AN OPERATOR WHOSE LEVEL FALLS SHORT IS STILL       *
      *           ALLOWED WHEN ONE OF THE OPERATOR'S NAMED ROLES     *
      *           GRANTS THE FUNCTION (WROLECHK, TYPE F) -- THE ROLE *
      *           IS AN ALTERNATIVE TO THE LEVEL, NOT A REPLACEMENT. *
      ****************************************************************

       ENVIRONMENT DIVISION.
       01  WAC-OPER-AUTH-LEVEL       PIC 99.
       01  WAC-OPERATOR-ENV          PIC X(40).
       01  WAC-ERRLOG-DETAIL         PIC X(80).
       01  WAC-ROLE-GRANT            PIC X(40).
       01  WAC-ROLE-RETURN           PIC 9.

       LINKAGE SECTION.

               GO TO WAUTHCHK-EXIT
           END-IF.

      *    The level falls short -- a role may still grant it.
           MOVE WAC-FUNC-NAME TO WAC-ROLE-GRANT.
           MOVE 1 TO WAC-ROLE-RETURN.
           CALL "WROLECHK" USING "F", WAC-ROLE-GRANT, "  ",
               WAC-ROLE-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WAC-ROLE-RETURN = ZERO
               GO TO WAUTHCHK-EXIT
           END-IF.

      *    Denied -- and the denial is evidence.
           MOVE 1 TO WAC-RETURN.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
