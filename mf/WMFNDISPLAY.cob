       01  WISP-TERMCAP-SWITCH        PIC X     VALUE "N".
           88  WISP-TERMCAP-PLAIN               VALUE "Y" FALSE "N".

      *    Outside PROD every display carries the environment
      *    profile's name (WISPENV, published by WENVPROF) on line 1.
       01  WISP-PROFILE-ENV-VALUE     PIC X(8).
       01  WISP-ENV-BANNER            PIC X(28) VALUE SPACES.

005400
006100
006200
007400     05  LINE 1 COL 2 VALUE "DISPLAY FROM PROGRAM:".
007500     05  LINE 1 COL 24 PIC X(8) HIGHLIGHT
               FROM WISP-APPLICATION-NAME.
           05  LINE 1 COL 34 PIC X(28) FROM WISP-ENV-BANNER.
           05  LINE 6 COL 1 VALUE
           "----------------------------------------".
           05  LINE 6 COL 41 VALUE
           05  LINE 1 COL 2 VALUE "DISPLAY FROM PROGRAM:".
           05  LINE 1 COL 24 PIC X(8) HIGHLIGHT
               FROM WISP-APPLICATION-NAME.
           05  LINE 1 COL 34 PIC X(28) FROM WISP-ENV-BANNER.
           05  LINE 6 COL 1 VALUE
           "----------------------------------------".
           05  LINE 6 COL 41 VALUE
           05  LINE 1 COL 2 VALUE "DISPLAY FROM PROGRAM:".
           05  LINE 1 COL 24 PIC X(8)
               FROM WISP-APPLICATION-NAME.
           05  LINE 1 COL 34 PIC X(28) FROM WISP-ENV-BANNER.
           05  LINE 6 COL 1 VALUE
           "----------------------------------------".
           05  LINE 6 COL 41 VALUE
           05  BLANK SCREEN.
           05  LINE 1 COL 2 VALUE "DISPLAY FROM PROGRAM:".
           05  LINE 1 COL 24 PIC X(8) FROM WISP-APPLICATION-NAME.
           05  LINE 1 COL 34 PIC X(28) FROM WISP-ENV-BANNER.
           05  LINE 2 COL 2 PIC X(34) FROM WISP-CONTINUE-TEXT.
           05  LINE 3.
               10  COL 1 LINE PLUS 1 PIC X(132) OCCURS 15
           05  BLANK SCREEN.
           05  LINE 1 COL 2 VALUE "DISPLAY FROM PROGRAM:".
           05  LINE 1 COL 24 PIC X(8) FROM WISP-APPLICATION-NAME.
           05  LINE 1 COL 34 PIC X(28) FROM WISP-ENV-BANNER.
           05  LINE 2 COL 2 PIC X(34) FROM WISP-CONTINUE-TEXT.
           05  LINE 3.
               10  COL 2 LINE PLUS 1 PIC X(79) OCCURS 15
           05  LINE 1 COL 2 VALUE "DISPLAY FROM PROGRAM:".
           05  LINE 1 COL 24 PIC X(8)
               FROM WISP-APPLICATION-NAME.
           05  LINE 1 COL 34 PIC X(28) FROM WISP-ENV-BANNER.
           05  LINE 6 COL 1 VALUE
           "----------------------------------------".
           05  LINE 6 COL 41 VALUE
               SET WISP-TERMCAP-PLAIN TO FALSE
           END-IF.

           MOVE SPACES TO WISP-PROFILE-ENV-VALUE WISP-ENV-BANNER.
           DISPLAY "WISPENV" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-PROFILE-ENV-VALUE FROM ENVIRONMENT-VALUE.
           IF WISP-PROFILE-ENV-VALUE NOT = SPACES
                   AND WISP-PROFILE-ENV-VALUE NOT = "PROD"
               STRING "*** "                  DELIMITED BY SIZE
                      WISP-PROFILE-ENV-VALUE  DELIMITED BY SPACE
                      " ENVIRONMENT ***"      DELIMITED BY SIZE
                      INTO WISP-ENV-BANNER
               END-STRING
           END-IF.

      *    Wide mode is on when the caller passed a wide block with
      *    content; the probe decides full width versus panning.
           MOVE "N" TO WISP-WIDE-SWITCH WISP-WIDECAP-SWITCH.
