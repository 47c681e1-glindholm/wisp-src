       IDENTIFICATION DIVISION.
       PROGRAM-ID. WENVPROF.
      ****************************************************************
      * WENVPROF -- NAMED ENVIRONMENT PROFILES.                       *
      *                                                                *
      *           PRODUCTION, THE UAT COPY AND THE DISASTER-RECOVERY  *
      *           BOX RUN THE SAME PROGRAMS; WHAT SEPARATES THEM IS   *
      *           THE FAMILY OF CONTROL FILES (WISPCFG, WISPVOLLIB,   *
      *           WOPERMST, WMENU.DAT AND THE REST) AND THE LOGS      *
      *           WRITTEN BESIDE THEM.  EACH ENVIRONMENT KEEPS THAT   *
      *           FAMILY IN ITS OWN DIRECTORY, AND ONE SWITCH AT      *
      *           SESSION START PUTS THE SESSION IN IT:               *
      *                                                                *
      *               CALL "WENVPROF" USING FUNC, NAME, RET           *
      *                                                                *
      *           FUNC "SEL" - CHOOSE THE SESSION'S PROFILE AND MOVE  *
      *                        THE SESSION INTO ITS DIRECTORY.  THE   *
      *                        PROFILE IS WISPENV WHEN THE SESSION    *
      *                        ALREADY CARRIES ONE (A TEST SHELL, A   *
      *                        STREAM WSUBMITD LAUNCHES), ELSE THE    *
      *                        MACHINE'S SELECTION IN WENVSEL.DAT.    *
      *                        NAME RETURNS THE PROFILE IN FORCE --   *
      *                        SPACES WHEN THE SITE HAS NO PROFILES,  *
      *                        AND THE SESSION STAYS WHERE IT IS.     *
      *                "CHK" - IS NAME A PROFILE IN WENVPROF.DAT?     *
      *                                                                *
      *           RET: 0 = DONE.                                      *
      *                1 = NO SUCH PROFILE IN WENVPROF.DAT.           *
      *                2 = THE PROFILE'S DIRECTORY COULD NOT BE       *
      *                    ENTERED.                                   *
      *                                                                *
      *           WENVPROF.DAT AND WENVSEL.DAT LIVE IN THE MACHINE'S  *
      *           HOME DIRECTORY -- WHERE THE FIRST SESSION STARTED,  *
      *           PUBLISHED IN WISPENVHOME SO A NESTED SESSION FINDS  *
      *           THEM AFTER THE MOVE.  WENVPROF.DAT IS ONE PROFILE   *
      *           PER LINE, NAME(8) sp DIRECTORY(60) sp TITLE(40); A  *
      *           DIRECTORY NOT STARTING AT THE ROOT IS UNDER HOME.   *
      *           WENVSEL.DAT IS WRITTEN BY WENVSET, ONE LINE PER     *
      *           SWITCH, THE NEWEST IN FORCE (LAYOUT IN WENVSET).    *
      *                                                                *
      *           THE NAME IS PUBLISHED IN WISPENV: WLOGWRT STAMPS    *
      *           ENV= ON EVERY LOG RECORD, AND WMFNGETPARM AND       *
      *           WMFNDISPLAY BANNER EVERY SCREEN OUTSIDE PROD.       *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WENVPROF-FILE ASSIGN TO WEP-PROF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEP-FILE-STATUS.
           SELECT WENVSEL-FILE ASSIGN TO WEP-SEL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEP-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WENVPROF-FILE.
       01  WENVPROF-RECORD.
           05  WEP-REC-NAME          PIC X(8).
           05  FILLER                PIC X.
           05  WEP-REC-DIR           PIC X(60).
           05  FILLER                PIC X.
           05  WEP-REC-TITLE         PIC X(40).

       FD  WENVSEL-FILE.
       01  WENVSEL-RECORD.
           05  WEP-SEL-NAME          PIC X(8).
           05  FILLER                PIC X(112).

       WORKING-STORAGE SECTION.

       01  WEP-FILE-STATUS           PIC XX.
       01  WEP-EOF-SWITCH            PIC X.
           88  WEP-EOF                         VALUE "Y".

       01  WEP-HOME-DIR              PIC X(80).
       01  WEP-PROF-PATH             PIC X(100).
       01  WEP-SEL-PATH              PIC X(100).
       01  WEP-TARGET-DIR            PIC X(100).
       01  WEP-PROFILE-DIR           PIC X(60).
       01  WEP-FOUND-SWITCH          PIC X.
           88  WEP-PROFILE-FOUND               VALUE "Y".
       01  WEP-DIR-FLAGS             PIC X(4)  COMP-5 VALUE ZERO.
       01  WEP-DIR-LENGTH            PIC X(4)  COMP-5 VALUE 80.
       01  WEP-CHDIR-RC              PIC S9(9) COMP-5.

       01  WEP-ERRLOG-DETAIL         PIC X(80).

       LINKAGE SECTION.

       01  WEP-FUNC                  PIC X(3).
       01  WEP-NAME                  PIC X(8).
       01  WEP-RETURN                PIC 9.

       PROCEDURE DIVISION USING WEP-FUNC, WEP-NAME, WEP-RETURN.

       MAIN-WENVPROF.

           MOVE ZERO TO WEP-RETURN.
           PERFORM FIND-HOME-DIRECTORY.

           EVALUATE WEP-FUNC
               WHEN "SEL"
                   PERFORM SELECT-SESSION-PROFILE
                       THRU SELECT-SESSION-PROFILE-EXIT
               WHEN "CHK"
                   PERFORM FIND-PROFILE
                       THRU FIND-PROFILE-EXIT
                   IF NOT WEP-PROFILE-FOUND
                       MOVE 1 TO WEP-RETURN
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WEP-RETURN
           END-EVALUATE.

       WENVPROF-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * HOME -- WHERE THE PROFILE TABLE AND THE SELECTION LIVE.      *
      * THE FIRST SESSION PUBLISHES ITS STARTING DIRECTORY.          *
      ****************************************************************

       FIND-HOME-DIRECTORY.

           MOVE SPACES TO WEP-HOME-DIR.
           DISPLAY "WISPENVHOME" UPON ENVIRONMENT-NAME.
           ACCEPT WEP-HOME-DIR FROM ENVIRONMENT-VALUE.
           IF WEP-HOME-DIR = SPACES
               CALL "CBL_GET_CURRENT_DIR" USING BY VALUE WEP-DIR-FLAGS,
                   BY VALUE WEP-DIR-LENGTH,
                   BY REFERENCE WEP-HOME-DIR
                   ON EXCEPTION
                       MOVE "." TO WEP-HOME-DIR
               END-CALL
               MOVE ZERO TO RETURN-CODE
               INSPECT WEP-HOME-DIR REPLACING ALL LOW-VALUE BY SPACE
               DISPLAY "WISPENVHOME" UPON ENVIRONMENT-NAME
               DISPLAY WEP-HOME-DIR UPON ENVIRONMENT-VALUE
           END-IF.

           MOVE SPACES TO WEP-PROF-PATH WEP-SEL-PATH.
           STRING WEP-HOME-DIR     DELIMITED BY SPACE
                  "/WENVPROF.DAT"  DELIMITED BY SIZE
                  INTO WEP-PROF-PATH
           END-STRING.
           STRING WEP-HOME-DIR     DELIMITED BY SPACE
                  "/WENVSEL.DAT"   DELIMITED BY SIZE
                  INTO WEP-SEL-PATH
           END-STRING.

      ****************************************************************
      * THE SESSION'S PROFILE -- ITS OWN, ELSE THE MACHINE'S.        *
      ****************************************************************

       SELECT-SESSION-PROFILE.

           MOVE SPACES TO WEP-NAME.
           DISPLAY "WISPENV" UPON ENVIRONMENT-NAME.
           ACCEPT WEP-NAME FROM ENVIRONMENT-VALUE.
           IF WEP-NAME = SPACES
               PERFORM READ-MACHINE-SELECTION
           END-IF.
           IF WEP-NAME = SPACES
               GO TO SELECT-SESSION-PROFILE-EXIT
           END-IF.

           PERFORM FIND-PROFILE
               THRU FIND-PROFILE-EXIT.
           IF NOT WEP-PROFILE-FOUND
               MOVE 1 TO WEP-RETURN
               MOVE SPACES TO WEP-ERRLOG-DETAIL
               STRING "NO PROFILE " WEP-NAME " IN WENVPROF.DAT"
                   DELIMITED BY SIZE INTO WEP-ERRLOG-DETAIL
               END-STRING
               PERFORM LOG-SELECTION-FAILURE
               GO TO SELECT-SESSION-PROFILE-EXIT
           END-IF.

           MOVE SPACES TO WEP-TARGET-DIR.
           IF WEP-PROFILE-DIR (1:1) = "/" OR "\"
                   OR WEP-PROFILE-DIR (2:1) = ":"
               MOVE WEP-PROFILE-DIR TO WEP-TARGET-DIR
           ELSE
               STRING WEP-HOME-DIR     DELIMITED BY SPACE
                      "/"              DELIMITED BY SIZE
                      WEP-PROFILE-DIR  DELIMITED BY SPACE
                      INTO WEP-TARGET-DIR
               END-STRING
           END-IF.
           CALL "CBL_CHANGE_DIR" USING WEP-TARGET-DIR
               ON EXCEPTION
                   MOVE 1 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WEP-CHDIR-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WEP-CHDIR-RC NOT = ZERO
               MOVE 2 TO WEP-RETURN
               MOVE SPACES TO WEP-ERRLOG-DETAIL
               STRING "PROFILE " WEP-NAME " DIRECTORY "
                      WEP-PROFILE-DIR
                   DELIMITED BY SIZE INTO WEP-ERRLOG-DETAIL
               END-STRING
               PERFORM LOG-SELECTION-FAILURE
               GO TO SELECT-SESSION-PROFILE-EXIT
           END-IF.

           DISPLAY "WISPENV" UPON ENVIRONMENT-NAME.
           DISPLAY WEP-NAME UPON ENVIRONMENT-VALUE.

       SELECT-SESSION-PROFILE-EXIT.
           EXIT.

      ****************************************************************
      * THE NEWEST LINE OF WENVSEL.DAT IS THE MACHINE'S PROFILE.     *
      ****************************************************************

       READ-MACHINE-SELECTION.

           MOVE "N" TO WEP-EOF-SWITCH.
           OPEN INPUT WENVSEL-FILE.
           IF WEP-FILE-STATUS NOT = "00"
               SET WEP-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WEP-EOF
               READ WENVSEL-FILE
                   AT END
                       SET WEP-EOF TO TRUE
                   NOT AT END
                       IF WEP-SEL-NAME NOT = SPACES
                               AND WEP-SEL-NAME (1:1) NOT = "*"
                           MOVE WEP-SEL-NAME TO WEP-NAME
                       END-IF
               END-READ
           END-PERFORM.
           IF WEP-FILE-STATUS NOT = "35"
               CLOSE WENVSEL-FILE
           END-IF.

      ****************************************************************
      * THE NAMED PROFILE'S LINE IN WENVPROF.DAT.                    *
      ****************************************************************

       FIND-PROFILE.

           MOVE "N" TO WEP-FOUND-SWITCH.
           MOVE SPACES TO WEP-PROFILE-DIR.
           MOVE "N" TO WEP-EOF-SWITCH.
           OPEN INPUT WENVPROF-FILE.
           IF WEP-FILE-STATUS NOT = "00"
               GO TO FIND-PROFILE-EXIT
           END-IF.
           PERFORM UNTIL WEP-EOF OR WEP-PROFILE-FOUND
               READ WENVPROF-FILE
                   AT END
                       SET WEP-EOF TO TRUE
                   NOT AT END
                       IF WEP-REC-NAME = WEP-NAME
                               AND WEP-REC-NAME (1:1) NOT = "*"
                           SET WEP-PROFILE-FOUND TO TRUE
                           MOVE WEP-REC-DIR TO WEP-PROFILE-DIR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WENVPROF-FILE.

       FIND-PROFILE-EXIT.
           EXIT.

       LOG-SELECTION-FAILURE.

           CALL "WISPERRLOG" USING "WENVPROF",
               "SELECT-SESSION-PROFILE", WEP-ERRLOG-DETAIL
               ON EXCEPTION CONTINUE
           END-CALL.
