       IDENTIFICATION DIVISION.
       PROGRAM-ID. WWSREG.
      ****************************************************************
      * WWSREG -- WORKSTATION REGISTRY LOOKUP.                        *
      *                                                                *
      *           ON THE WANG EVERY SESSION HAD A WORKSTATION NUMBER  *
      *           AND THE PAYROLL SCREENS RAN ONLY FROM THE PAYROLL   *
      *           OFFICE.  HERE A SESSION NAMES ITS TERMINAL OR       *
      *           DEVICE IN THE WISPTERMID ENVIRONMENT VARIABLE (SET  *
      *           BY THE LOGIN PROFILE FROM THE TTY NAME, OR BY THE   *
      *           EMULATOR'S CONFIGURED WORKSTATION NAME), AND THE    *
      *           REGISTRY SAYS WHERE THAT DEVICE SITS:               *
      *                                                                *
      *               CALL "WWSREG" USING TERM-ID, LOCATION, DEPT,    *
      *                   FORM, CLASSES, RET                          *
      *                                                                *
      *           WWR-TERM-ID  - X(16) THE DEVICE TO LOOK UP; SPACES  *
      *                          MEANS THIS SESSION'S, AND COMES BACK *
      *                          FILLED FROM WISPTERMID.              *
      *           WWR-LOCATION - X(8)  RETURNED.                      *
      *           WWR-DEPT     - X(8)  RETURNED.                      *
      *           WWR-FORM     - X(4)  RETURNED -- THE PRINTER FORM   *
      *                          CODE THE WORKSTATION'S OWN PRINT     *
      *                          GOES TO (SPACES = THE SHOP DEFAULT). *
      *           WWR-CLASSES  - X(40) RETURNED -- THE SCREEN CLASSES *
      *                          (WGPSCRN.DAT "LOCATION" LINES) THE   *
      *                          WORKSTATION MAY USE, SPACE-          *
      *                          SEPARATED, UP TO FIVE OF EIGHT.      *
      *           WWR-RETURN:  0 = REGISTERED.                        *
      *                        1 = NOT REGISTERED, OR THE SESSION     *
      *                            NAMES NO DEVICE.                   *
      *                        2 = NO REGISTRY INSTALLED.             *
      *                                                                *
      *           THE REGISTRY IS SITE-MAINTAINED IN WWSREG.DAT, ONE  *
      *           LINE PER DEVICE:                                    *
      *                                                                *
      *             TERMID(16) sp LOCATION(8) sp DEPT(8) sp FORM(4)   *
      *             sp CLASSES(40)                                    *
      *                                                                *
      *           LINES STARTING WITH "*" ARE COMMENTS.  THE FILE IS  *
      *           READ ONCE PER RUN INTO A HELD TABLE, SAME AS        *
      *           WAUTHCHK.                                           *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WWSREG-FILE ASSIGN TO "WWSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WWR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WWSREG-FILE.
       01  WWSREG-RECORD.
           05  WWR-REC-TERM-ID       PIC X(16).
           05  FILLER                PIC X.
           05  WWR-REC-LOCATION      PIC X(8).
           05  FILLER                PIC X.
           05  WWR-REC-DEPT          PIC X(8).
           05  FILLER                PIC X.
           05  WWR-REC-FORM          PIC X(4).
           05  FILLER                PIC X.
           05  WWR-REC-CLASSES       PIC X(40).

       WORKING-STORAGE SECTION.

       01  WWR-FILE-STATUS           PIC XX.
       01  WWR-EOF-SWITCH            PIC X.
           88  WWR-EOF                         VALUE "Y".
       01  WWR-LOADED-SWITCH         PIC X     VALUE "N".
           88  WWR-LOADED                      VALUE "Y".
       01  WWR-INSTALLED-SWITCH      PIC X     VALUE "N".
           88  WWR-INSTALLED                   VALUE "Y".

       01  WWR-TABLE-COUNT           PIC 9(4)  COMP VALUE ZERO.
       01  WWR-TABLE-MAX             PIC 9(4)  VALUE 500.
       01  WWR-TABLE.
           05  WWR-TABLE-ENTRY  OCCURS 500 TIMES
                                INDEXED BY WWR-X.
               10  WWR-TAB-TERM-ID   PIC X(16).
               10  WWR-TAB-LOCATION  PIC X(8).
               10  WWR-TAB-DEPT      PIC X(8).
               10  WWR-TAB-FORM      PIC X(4).
               10  WWR-TAB-CLASSES   PIC X(40).

       01  WWR-TERM-ENV              PIC X(40).
       01  WWR-MATCH-NUM             PIC 9(4)  COMP.

       LINKAGE SECTION.

       01  WWR-TERM-ID               PIC X(16).
       01  WWR-LOCATION              PIC X(8).
       01  WWR-DEPT                  PIC X(8).
       01  WWR-FORM                  PIC X(4).
       01  WWR-CLASSES               PIC X(40).
       01  WWR-RETURN                PIC 9.

       PROCEDURE DIVISION USING WWR-TERM-ID, WWR-LOCATION, WWR-DEPT,
                                WWR-FORM, WWR-CLASSES, WWR-RETURN.

       MAIN-WWSREG.

           MOVE 1 TO WWR-RETURN.
           MOVE SPACES TO WWR-LOCATION WWR-DEPT WWR-FORM WWR-CLASSES.

           IF WWR-TERM-ID = SPACES
               DISPLAY "WISPTERMID" UPON ENVIRONMENT-NAME
               ACCEPT WWR-TERM-ENV FROM ENVIRONMENT-VALUE
               MOVE WWR-TERM-ENV (1:16) TO WWR-TERM-ID
           END-IF.

           IF NOT WWR-LOADED
               PERFORM LOAD-REGISTRY-TABLE
                   THRU LOAD-REGISTRY-TABLE-EXIT
           END-IF.
           IF NOT WWR-INSTALLED
               MOVE 2 TO WWR-RETURN
               GO TO WWSREG-EXIT
           END-IF.
           IF WWR-TERM-ID = SPACES
               GO TO WWSREG-EXIT
           END-IF.

           MOVE ZERO TO WWR-MATCH-NUM.
           PERFORM VARYING WWR-X FROM 1 BY 1
                   UNTIL WWR-X > WWR-TABLE-COUNT
                      OR WWR-MATCH-NUM > ZERO
               IF WWR-TAB-TERM-ID (WWR-X) = WWR-TERM-ID
                   SET WWR-MATCH-NUM TO WWR-X
               END-IF
           END-PERFORM.
           IF WWR-MATCH-NUM > ZERO
               SET WWR-X TO WWR-MATCH-NUM
               MOVE WWR-TAB-LOCATION (WWR-X) TO WWR-LOCATION
               MOVE WWR-TAB-DEPT (WWR-X) TO WWR-DEPT
               MOVE WWR-TAB-FORM (WWR-X) TO WWR-FORM
               MOVE WWR-TAB-CLASSES (WWR-X) TO WWR-CLASSES
               MOVE ZERO TO WWR-RETURN
           END-IF.

       WWSREG-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * ONE PASS OVER WWSREG.DAT INTO THE HELD TABLE.                *
      ****************************************************************

       LOAD-REGISTRY-TABLE.

           SET WWR-LOADED TO TRUE.
           MOVE "N" TO WWR-EOF-SWITCH.
           MOVE ZERO TO WWR-TABLE-COUNT.

           OPEN INPUT WWSREG-FILE.
           IF WWR-FILE-STATUS NOT = "00"
               GO TO LOAD-REGISTRY-TABLE-EXIT
           END-IF.
           SET WWR-INSTALLED TO TRUE.

           PERFORM READ-REGISTRY-RECORD
               UNTIL WWR-EOF.

           CLOSE WWSREG-FILE.

       LOAD-REGISTRY-TABLE-EXIT.
           EXIT.

       READ-REGISTRY-RECORD.

           READ WWSREG-FILE
               AT END
                   SET WWR-EOF TO TRUE
               NOT AT END
                   IF WWR-REC-TERM-ID NOT = SPACES
                           AND WWR-REC-TERM-ID (1:1) NOT = "*"
                           AND WWR-TABLE-COUNT < WWR-TABLE-MAX
                       ADD 1 TO WWR-TABLE-COUNT
                       SET WWR-X TO WWR-TABLE-COUNT
                       MOVE WWR-REC-TERM-ID
                           TO WWR-TAB-TERM-ID (WWR-X)
                       MOVE WWR-REC-LOCATION
                           TO WWR-TAB-LOCATION (WWR-X)
                       MOVE WWR-REC-DEPT TO WWR-TAB-DEPT (WWR-X)
                       MOVE WWR-REC-FORM TO WWR-TAB-FORM (WWR-X)
                       MOVE WWR-REC-CLASSES
                           TO WWR-TAB-CLASSES (WWR-X)
                   END-IF
           END-READ.
