      *           WEL-PARAGRAPH - the paragraph the error was         *
      *                           detected in.                        *
      *           WEL-DETAIL    - free-form detail text.              *
      *                                                                *
      *           The session's run ID (" RUN=", column 143) and      *
      *           workstation (" WS=", column 169) ride after the     *
      *           detail, so an event can be traced to its run and    *
      *           to the device it was raised at.                     *
      ****************************************************************

       ENVIRONMENT DIVISION.
           05  WEL-TIME              PIC 9(8).
       01  WEL-LINE                  PIC X(200).
       01  WEL-RUN-ID                PIC X(20).
       01  WEL-TERM-ID               PIC X(16).

       LINKAGE SECTION.

               END-STRING
           END-IF.

      *    WS= is the workstation the session signed on at (WISPTERMID,
      *    the device name the login profile sets) -- blank for batch.
           DISPLAY "WISPTERMID" UPON ENVIRONMENT-NAME.
           ACCEPT WEL-TERM-ID FROM ENVIRONMENT-VALUE.
           IF WEL-TERM-ID NOT = SPACES
               STRING " WS="      DELIMITED BY SIZE
                      WEL-TERM-ID DELIMITED BY SIZE
                      INTO WEL-LINE (169:20)
               END-STRING
           END-IF.

      *    All the WISP log writers append through WLOGWRT -- retry
      *    on busy, never truncate, spill rather than lose.
           CALL "WLOGWRT" USING WEL-LOG-NAME, WEL-LOG-LENGTH,
