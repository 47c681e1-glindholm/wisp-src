      *   validated against the operator master through WOPERVAL, and
      *   on success the operator's ID and authority level are
      *   published in WISPOPERID and WISPOPERAUTH for the audit
      *   trail and the field-level authority checks, and any named
      *   roles the master gives the operator in WISPOPERROLES.
      *   Three failed tries end the session with RETURN-CODE 8, and
      *   every failed try is logged through WISPERRLOG for the
      *   security activity report.
      *
      *   An expired password (WOPERVAL return 3, the PWMAXDAYS
      *   aging) forces a change before the sign-on completes: the
      *   launches hours later runs under the sign-on of the session
      *   that queued it instead of blocking on a screen nobody is
      *   watching.
      *
      *   The workstation the operator signed on at (WISPTERMID, the
      *   device name the login profile sets) is looked up in the
      *   WWSREG registry: its location is published in WISPWSLOC,
      *   and the sign-on -- and every failed try -- is logged with
      *   the workstation and location, so the security activity
      *   report can say where each sign-on came from.
      *
      *   A completed sign-on registers the session in the WSESSION
      *   active session registry (operator, workstation, entity and
      *   sign-on time), which WSESSINQ lists as who is on.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WSIGNON.
       01  WISP-SGN-PWD-RETURN       PIC 9.
       01  WISP-SGN-ERRLOG-DETAIL    PIC X(80).
       01  WISP-SGN-FLAGS            PIC X(8)  VALUE SPACES.
       01  WISP-SGN-ROLES            PIC X(35) VALUE SPACES.
       01  WISP-SGN-AUTH-LEVEL       PIC 99.
       01  WISP-SGN-VAL-RETURN       PIC 9.
       01  WISP-SGN-TRY-COUNT        PIC 9     VALUE ZERO.
           88  WISP-SGN-DONE                   VALUE "Y".
       01  WISP-SGN-MESSAGE          PIC X(60) VALUE SPACES.

      *    The workstation, from the WWSREG registry.
       01  WISP-SGN-TERM-ID          PIC X(16) VALUE SPACES.
       01  WISP-SGN-WS-LOCATION      PIC X(8)  VALUE SPACES.
       01  WISP-SGN-WS-DEPT          PIC X(8).
       01  WISP-SGN-WS-FORM          PIC X(4).
       01  WISP-SGN-WS-CLASSES       PIC X(40).
       01  WISP-SGN-WS-RETURN        PIC 9.

      *    The session's line in the active session registry.
       01  WISP-SGN-SESS-ID          PIC X(14) VALUE SPACES.
       01  WISP-SGN-SESS-APP         PIC X(40) VALUE SPACES.
       01  WISP-SGN-SESS-RETURN      PIC 9.

       PROCEDURE DIVISION.

       0000-START.
           ELSE
               CALL "WOPERVAL" USING WISP-SGN-OPERATOR-ID,
                   WISP-SGN-PASSWORD, WISP-SGN-AUTH-LEVEL,
                   WISP-SGN-VAL-RETURN, WISP-SGN-FLAGS,
                   WISP-SGN-ROLES
           END-IF.

           EVALUATE WISP-SGN-VAL-RETURN
      *    log writers stamp ENTITY= beside RUN=.
           DISPLAY "WISPENTITY" UPON ENVIRONMENT-NAME.
           DISPLAY WISP-SGN-FLAGS (2:4) UPON ENVIRONMENT-VALUE.
      *    The operator's named roles -- WROLECHK reads them back for
      *    WAUTHCHK, WMENU and the field-level authority check.
           DISPLAY "WISPOPERROLES" UPON ENVIRONMENT-NAME.
           IF WISP-SGN-ROLES = SPACES
               DISPLAY " " UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY WISP-SGN-ROLES UPON ENVIRONMENT-VALUE
           END-IF.
      *    Where the operator signed on -- the registered location
      *    of the workstation, blank when it is not registered.
           PERFORM 1600-LOOK-UP-WORKSTATION.
           DISPLAY "WISPWSLOC" UPON ENVIRONMENT-NAME.
           IF WISP-SGN-WS-LOCATION = SPACES
               DISPLAY " " UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY WISP-SGN-WS-LOCATION UPON ENVIRONMENT-VALUE
           END-IF.
           MOVE SPACES TO WISP-SGN-ERRLOG-DETAIL.
           STRING "SIGNON OK ID="          DELIMITED BY SIZE
                  WISP-SGN-OPERATOR-ID     DELIMITED BY SPACE
                  " WS="                   DELIMITED BY SIZE
                  WISP-SGN-TERM-ID         DELIMITED BY SPACE
                  " LOC="                  DELIMITED BY SIZE
                  WISP-SGN-WS-LOCATION     DELIMITED BY SPACE
                  INTO WISP-SGN-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WSIGNON", "1500-PUBLISH-SESSION",
               WISP-SGN-ERRLOG-DETAIL
               ON EXCEPTION CONTINUE
           END-CALL.
      *    And onto the active session registry.
           CALL "WSESSION" USING "ON ", WISP-SGN-SESS-ID,
               WISP-SGN-SESS-APP, WISP-SGN-SESS-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.

      **** THE SESSION'S WORKSTATION AND ITS REGISTERED LOCATION --
      **** "(NONE)" WHEN THE SESSION NAMES NO DEVICE, A BLANK
      **** LOCATION WHEN THE DEVICE IS NOT IN THE REGISTRY
       1600-LOOK-UP-WORKSTATION.

           MOVE SPACES TO WISP-SGN-TERM-ID WISP-SGN-WS-LOCATION.
           CALL "WWSREG" USING WISP-SGN-TERM-ID, WISP-SGN-WS-LOCATION,
               WISP-SGN-WS-DEPT, WISP-SGN-WS-FORM, WISP-SGN-WS-CLASSES,
               WISP-SGN-WS-RETURN
               ON EXCEPTION
                   MOVE SPACES TO WISP-SGN-WS-LOCATION
                   MOVE 2 TO WISP-SGN-WS-RETURN
           END-CALL.
           IF WISP-SGN-TERM-ID = SPACES
               MOVE "(NONE)" TO WISP-SGN-TERM-ID
           END-IF.
           IF WISP-SGN-WS-RETURN NOT = ZERO
               MOVE SPACES TO WISP-SGN-WS-LOCATION
           END-IF.

      **** EVERY REFUSED TRY GOES TO THE AUDIT PATH
       1800-LOG-FAILED-TRY.

           MOVE SPACES TO WISP-SGN-ERRLOG-DETAIL.
           PERFORM 1600-LOOK-UP-WORKSTATION.
           STRING "SIGNON FAILED ID="       DELIMITED BY SIZE
                  WISP-SGN-OPERATOR-ID     DELIMITED BY SIZE
                  " WS="                   DELIMITED BY SIZE
                  WISP-SGN-TERM-ID         DELIMITED BY SPACE
                  INTO WISP-SGN-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WSIGNON", "1800-LOG-FAILED-TRY",
