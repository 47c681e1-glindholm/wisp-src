      *                         registry of open files to inspect,   *
      *                         so this is only as complete as what  *
      *                         the caller passes in.                *
      *                                                              *
      * If this run unit signed an operator on, the session leaves   *
      * the WSESSION active session registry on the way out, so a    *
      * session that ends without the menu's sign-off is not left    *
      * listed as on.                                                *
      *                                                              *
      * Any record the session still has checked out through WCHKOUT *
      * is given back on the way out as well, so a maintenance       *
      * screen abandoned mid-change does not keep its record.        *
      ****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-LOG-LINE                  PIC X(132).
       01  WS-OPEN-FILE-IDX             PIC 9(4) COMP-5.

       01  WS-SESS-ID                   PIC X(14) VALUE SPACES.
       01  WS-SESS-APP                  PIC X(40) VALUE SPACES.
       01  WS-SESS-RETURN               PIC 9.

       01  WS-CHKOUT-BLOCK              PIC X(158) VALUE SPACES.
       01  WS-CHKOUT-RETURN             PIC 9.

       LINKAGE SECTION.

       01  LNK-RETURN-CODE              PIC S9(9) COMP-5.
               PERFORM REPORT-OPEN-FILES
           END-IF.

           CALL "WCHKOUT" USING "END", WS-CHKOUT-BLOCK,
               WS-CHKOUT-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.

           CALL "WSESSION" USING "END", WS-SESS-ID, WS-SESS-APP,
               WS-SESS-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.

           IF LNK-RETURN-CODE IS NOT OMITTED
               MOVE LNK-RETURN-CODE TO RETURN-CODE
           END-IF.
