      *           buffer.  A program not in the dictionary dispatches
      *           as always.
      *
      *           The dispatch is also checked against the program
      *           authorization table (WPGMAUTH.DAT): a program the
      *           operator's authority or entity may not run is
      *           refused, and the refusal logged to WISPERR.LOG for
      *           WSECRPT.  A program not in that table runs as
      *           always.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  MFLINK-LEN-X            PIC 9(4) COMP.
       01  MFLINK-LEN-SCAN         PIC 9(4) COMP.
       01  MFLINK-DICT-RETURN      PIC 9.
       01  MFLINK-AUTH-RETURN      PIC 9.

      *
      * The Maximum length of a passed parameter is determined by the
               GO TO CLEAN-UP
           END-IF.

      *    The program authorization check -- a program WPGMAUTH.DAT
      *    refuses this operator is never called, and the refusal is
      *    already on the audit trail when WPGMAUTH returns.
           MOVE ZERO TO MFLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING LINK-PATH, "MFLINK  ",
               MFLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF MFLINK-AUTH-RETURN NOT = ZERO
               DISPLAY "MFLINK: NOT AUTHORIZED TO RUN " LINK-PATH (1:8)
               GO TO CLEAN-UP
           END-IF.

           IF ARGCNT = 0 THEN
           CALL LINK-PATH
           ELSE IF ARGCNT =  1 THEN
