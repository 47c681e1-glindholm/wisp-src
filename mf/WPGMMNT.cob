      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WPGMMNT.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Maintain the WPGMCAT.DAT application program
      *               catalog
      *
      *   Build:      cob WPGMMNT.cob
      *
      *
      *   WPGMCAT.DAT (layout in wpgmcat.cpy) is the one place that
      *   says which programs are in production, who owns each, the
      *   business area it serves, what it does, how critical it is,
      *   and what an operator must know to restart it.  WPGMMNT puts
      *   GETPARM-style screens in front of it, the WVOLMNT way:
      *
      *       L  list the catalog -- every program, or only those of
      *          the OWNER entered
      *       I  inquire -- fill the screen from the PROGRAM's entry
      *          (the answer to "who owns GLPOST")
      *       A  add the entered program, refusing one already there
      *       C  replace the PROGRAM's entry with the screen as
      *          entered -- inquire first to start from what is there
      *       D  delete the PROGRAM's entry
      *
      *   A program being retired is not deleted: change its STATUS
      *   to R while it winds down and to D once it is gone, so the
      *   catalog and WPGMREC still answer for it.  Delete is for an
      *   entry made in error.  A and C need the WPGMMNT function in
      *   WFUNAUTH.DAT, D the WPGMMNT-DEL function.  Every change
      *   stamps the entry with the date and the signed-on operator.
      *   PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WPGMMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPGMCAT-FILE ASSIGN TO "WPGMCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-PGMCAT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WPGMCAT-FILE.
       01  WPGMCAT-FILE-RECORD        PIC X(205).

       WORKING-STORAGE SECTION.

       01  WISP-PGMCAT-FILE-STATUS    PIC XX.
       01  WISP-PGMCAT-EOF-SWITCH     PIC X     VALUE "N".
           88  WISP-PGMCAT-EOF                  VALUE "Y".

       COPY "wpgmcat.cpy".

       01  WISP-CAT-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-CAT-MAX               PIC 9(4)  VALUE 2000.
       01  WISP-CAT-TABLE.
           05  WISP-CAT-ENTRY         PIC X(205)
                                      OCCURS 2000 TIMES
                                      INDEXED BY WISP-CAT-X.
       01  WISP-CAT-FOUND-NUM         PIC 9(4)  COMP-5.
       01  WISP-CAT-MOVE-X            PIC 9(4)  COMP-5.
       01  WISP-CAT-LISTED            PIC 9(4)  COMP-5.

       01  WISP-CALLER-ENV            PIC X(80).
       01  WISP-CALLER-ID             PIC X(8).
       01  WISP-PGM-TODAY             PIC 9(8).

      *    Maintenance screen, served by WMFNGETPARM.
       01  WISP-MNT-STATIC-TEXT       PIC X(1920) VALUE SPACES.
       01  FILLER REDEFINES WISP-MNT-STATIC-TEXT.
           05  WISP-MNT-TEXT-LINES    PIC X(80) OCCURS 24.
       01  WISP-MNT-FIELD-CNT         COMP-5 PIC XX.
       01  WISP-MNT-FIELD-TABLE.
           05  OCCURS 64.
               10  WISP-MNT-ROW       COMP-5 PIC XX.
               10  WISP-MNT-COL       COMP-5 PIC XX.
               10  WISP-MNT-LEN       COMP-5 PIC XX.
               10  WISP-MNT-FAC       PIC X COMP-X.
               10  WISP-MNT-DATA      PIC X(79).
               10  WISP-MNT-EDIT      PIC X.
               10  WISP-MNT-HELP      PIC X(8).
               10  WISP-MNT-AUTH      PIC 99.
               10  WISP-MNT-LKUP      PIC X(24).
       01  WISP-MNT-KEY-LIST.
           05  WISP-MNT-KEY-ITEM     PIC 99 OCCURS 40.
       01  WISP-MNT-KEY-CNT          COMP-5 PIC XX.
       01  WISP-MNT-TERM-KEY         COMP-5 PIC XX.
       01  WISP-MNT-PAGE-CNT         COMP-5 PIC 9 VALUE 1.
       01  WISP-MNT-STATIC-TEXT-2    PIC X(1920) VALUE SPACES.
       01  WISP-MNT-APP-NAME         PIC X(40) VALUE "WPGMMNT".
       01  WISP-MNT-FIELD-X          PIC 9(4)  COMP-5.

       01  WISP-MNT-FUNC             PIC X.
       01  WISP-MNT-PROGRAM          PIC X(8).
       01  WISP-MNT-OWNER            PIC X(20).
       01  WISP-MNT-AREA             PIC X(12).
       01  WISP-MNT-CRITICALITY      PIC X.
       01  WISP-MNT-STATUS           PIC X.
       01  WISP-MNT-DESCRIPTION      PIC X(60).
       01  WISP-MNT-RESTART-NOTES    PIC X(79).
       01  WISP-MNT-MESSAGE          PIC X(70).
      *    The entry's last maintenance, shown after an inquiry.
       01  WISP-MNT-STAMP-LINE       PIC X(70) VALUE SPACES.
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WPGMMNT ".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WISP-CALLER-ENV FROM ENVIRONMENT-VALUE.
           MOVE WISP-CALLER-ENV (1:8) TO WISP-CALLER-ID.

           PERFORM 1000-LOAD-CATALOG
               THRU 1000-LOAD-CATALOG-EXIT.
           MOVE SPACES TO WISP-MNT-MESSAGE.
           PERFORM VARYING WISP-MNT-FIELD-X FROM 1 BY 1
                   UNTIL WISP-MNT-FIELD-X > 8
               MOVE SPACES TO WISP-MNT-DATA(WISP-MNT-FIELD-X)
           END-PERFORM.
           PERFORM 2000-CATALOG-CYCLE
               THRU 2000-CATALOG-CYCLE-EXIT
               UNTIL WISP-MNT-TERM-KEY = 16.
           GO TO 9999-STOP.

      **** LOAD THE WHOLE CATALOG INTO STORAGE
       1000-LOAD-CATALOG.

           MOVE ZERO TO WISP-CAT-COUNT.
           MOVE "N" TO WISP-PGMCAT-EOF-SWITCH.
           OPEN INPUT WPGMCAT-FILE.
           IF WISP-PGMCAT-FILE-STATUS NOT = "00"
               GO TO 1000-LOAD-CATALOG-EXIT
           END-IF.

           PERFORM 1100-READ-CATALOG-RECORD.
           PERFORM UNTIL WISP-PGMCAT-EOF
               IF WPGMCAT-FILE-RECORD NOT = SPACES
                       AND WISP-CAT-COUNT < WISP-CAT-MAX
                   ADD 1 TO WISP-CAT-COUNT
                   MOVE WPGMCAT-FILE-RECORD
                       TO WISP-CAT-ENTRY (WISP-CAT-COUNT)
               END-IF
               PERFORM 1100-READ-CATALOG-RECORD
           END-PERFORM.

           CLOSE WPGMCAT-FILE.

       1000-LOAD-CATALOG-EXIT.
           EXIT.

       1100-READ-CATALOG-RECORD.
           READ WPGMCAT-FILE
               AT END
                   SET WISP-PGMCAT-EOF TO TRUE
           END-READ.

      **** ONE SCREEN ROUND TRIP AND THE ACTION IT ASKED FOR
       2000-CATALOG-CYCLE.

           PERFORM 2100-SHOW-CATALOG-SCREEN.
           IF WISP-MNT-TERM-KEY = 16
               GO TO 2000-CATALOG-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-MNT-MESSAGE.
           MOVE SPACES TO WISP-MNT-STAMP-LINE.
           IF WISP-MNT-FUNC = "A" OR "C"
               MOVE "WPGMMNT" TO WISP-AUTH-FUNC
               CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
                   ON EXCEPTION
                       MOVE ZERO TO WISP-AUTH-RETURN
               END-CALL
               IF WISP-AUTH-RETURN NOT = ZERO
                   MOVE "REFUSED - YOUR AUTHORITY DOES NOT REACH CATALOG
      -                " CHANGES." TO WISP-MNT-MESSAGE
                   GO TO 2000-CATALOG-CYCLE-EXIT
               END-IF
           END-IF.
           IF WISP-MNT-FUNC = "I" OR "A" OR "C" OR "D"
               IF WISP-MNT-PROGRAM = SPACES
                   MOVE "ENTER THE PROGRAM NAME." TO WISP-MNT-MESSAGE
                   GO TO 2000-CATALOG-CYCLE-EXIT
               END-IF
           END-IF.

           EVALUATE WISP-MNT-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-CATALOG
               WHEN "I"
                   PERFORM 3500-INQUIRE-PROGRAM
                       THRU 3500-INQUIRE-PROGRAM-EXIT
               WHEN "A"
                   PERFORM 4000-ADD-PROGRAM
                       THRU 4000-ADD-PROGRAM-EXIT
               WHEN "C"
                   PERFORM 5000-CHANGE-PROGRAM
                       THRU 5000-CHANGE-PROGRAM-EXIT
               WHEN "D"
                   PERFORM 6000-DELETE-PROGRAM
                       THRU 6000-DELETE-PROGRAM-EXIT
               WHEN OTHER
                   MOVE "ENTER L, I, A, C, OR D IN THE FUNCTION FIELD."
                       TO WISP-MNT-MESSAGE
           END-EVALUATE.

       2000-CATALOG-CYCLE-EXIT.
           EXIT.

       2100-SHOW-CATALOG-SCREEN.

           MOVE SPACES TO WISP-MNT-STATIC-TEXT.
           MOVE "              WPGMMNT - APPLICATION PROGRAM CATALOG"
               TO WISP-MNT-TEXT-LINES(2).
           MOVE "  FUNCTION (L/I/A/C/D)....:"
               TO WISP-MNT-TEXT-LINES(5).
           MOVE "  PROGRAM.................:"
               TO WISP-MNT-TEXT-LINES(7).
           MOVE "  OWNER...................:"
               TO WISP-MNT-TEXT-LINES(8).
           MOVE "  BUSINESS AREA...........:"
               TO WISP-MNT-TEXT-LINES(9).
           MOVE "  CRITICALITY (C/H/M/L)...:"
               TO WISP-MNT-TEXT-LINES(10).
           MOVE "  STATUS (A/R/D)..........:"
               TO WISP-MNT-TEXT-LINES(11).
           MOVE "  DESCRIPTION (NEXT LINE):"
               TO WISP-MNT-TEXT-LINES(13).
           MOVE "  RESTART NOTES (NEXT LINE):"
               TO WISP-MNT-TEXT-LINES(16).
           MOVE WISP-MNT-STAMP-LINE TO WISP-MNT-TEXT-LINES(19).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-MNT-TEXT-LINES(21).
           MOVE WISP-MNT-MESSAGE TO WISP-MNT-TEXT-LINES(23).

           MOVE 8 TO WISP-MNT-FIELD-CNT.
           MOVE  5 TO WISP-MNT-ROW(1).
           MOVE 30 TO WISP-MNT-COL(1).
           MOVE  1 TO WISP-MNT-LEN(1).
           MOVE  7 TO WISP-MNT-ROW(2).
           MOVE 30 TO WISP-MNT-COL(2).
           MOVE  8 TO WISP-MNT-LEN(2).
           MOVE  8 TO WISP-MNT-ROW(3).
           MOVE 30 TO WISP-MNT-COL(3).
           MOVE 20 TO WISP-MNT-LEN(3).
           MOVE  9 TO WISP-MNT-ROW(4).
           MOVE 30 TO WISP-MNT-COL(4).
           MOVE 12 TO WISP-MNT-LEN(4).
           MOVE 10 TO WISP-MNT-ROW(5).
           MOVE 30 TO WISP-MNT-COL(5).
           MOVE  1 TO WISP-MNT-LEN(5).
           MOVE 11 TO WISP-MNT-ROW(6).
           MOVE 30 TO WISP-MNT-COL(6).
           MOVE  1 TO WISP-MNT-LEN(6).
           MOVE 14 TO WISP-MNT-ROW(7).
           MOVE  2 TO WISP-MNT-COL(7).
           MOVE 60 TO WISP-MNT-LEN(7).
           MOVE 17 TO WISP-MNT-ROW(8).
           MOVE  2 TO WISP-MNT-COL(8).
           MOVE 79 TO WISP-MNT-LEN(8).
           PERFORM VARYING WISP-MNT-FIELD-X FROM 1 BY 1
                   UNTIL WISP-MNT-FIELD-X > 8
               MOVE 128 TO WISP-MNT-FAC(WISP-MNT-FIELD-X)
               MOVE SPACE TO WISP-MNT-EDIT(WISP-MNT-FIELD-X)
               MOVE SPACES TO WISP-MNT-HELP(WISP-MNT-FIELD-X)
               MOVE ZERO TO WISP-MNT-AUTH (WISP-MNT-FIELD-X)
               MOVE SPACES TO WISP-MNT-LKUP (WISP-MNT-FIELD-X)
           END-PERFORM.
           MOVE "R" TO WISP-MNT-EDIT(1).

           MOVE 2 TO WISP-MNT-KEY-CNT.
           MOVE 0 TO WISP-MNT-KEY-ITEM(1).
           MOVE 16 TO WISP-MNT-KEY-ITEM(2).

           CALL "WMFNGETPARM" USING
               WISP-MNT-STATIC-TEXT,
               WISP-MNT-FIELD-CNT,
               WISP-MNT-FIELD-TABLE,
               WISP-MNT-KEY-LIST,
               WISP-MNT-KEY-CNT,
               WISP-MNT-TERM-KEY,
               WISP-MNT-PAGE-CNT,
               WISP-MNT-STATIC-TEXT-2,
               WISP-MNT-APP-NAME.

           MOVE WISP-MNT-DATA(1) (1:1) TO WISP-MNT-FUNC.
           MOVE WISP-MNT-DATA(2) (1:8) TO WISP-MNT-PROGRAM.
           MOVE WISP-MNT-DATA(3) (1:20) TO WISP-MNT-OWNER.
           MOVE WISP-MNT-DATA(4) (1:12) TO WISP-MNT-AREA.
           MOVE WISP-MNT-DATA(5) (1:1) TO WISP-MNT-CRITICALITY.
           MOVE WISP-MNT-DATA(6) (1:1) TO WISP-MNT-STATUS.
           MOVE WISP-MNT-DATA(7) (1:60) TO WISP-MNT-DESCRIPTION.
           MOVE WISP-MNT-DATA(8) (1:79) TO WISP-MNT-RESTART-NOTES.
           INSPECT WISP-MNT-FUNC CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WISP-MNT-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WISP-MNT-CRITICALITY CONVERTING
               "chml" TO "CHML".
           INSPECT WISP-MNT-STATUS CONVERTING
               "ard" TO "ARD".

      **** L -- PAGE THE CATALOG THROUGH WMFNDISPLAY
       3000-LIST-CATALOG.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM.
           MOVE ZERO TO WISP-CAT-LISTED.
           MOVE "PROGRAM  OWNER                AREA         C S DESCRIPT
      -        "ION" TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           PERFORM VARYING WISP-CAT-X FROM 1 BY 1
                   UNTIL WISP-CAT-X > WISP-CAT-COUNT
               MOVE WISP-CAT-ENTRY (WISP-CAT-X) TO WPGMCAT-RECORD
               IF WISP-MNT-OWNER = SPACES
                       OR PC-OWNER = WISP-MNT-OWNER
                   ADD 1 TO WISP-CAT-LISTED
                   MOVE SPACES TO WISP-DSP-WORK-LINE
                   STRING PC-PROGRAM " " PC-OWNER " " PC-AREA " "
                          PC-CRITICALITY " " PC-STATUS " "
                          PC-DESCRIPTION (1:32)
                          DELIMITED BY SIZE
                          INTO WISP-DSP-WORK-LINE
                   END-STRING
                   PERFORM 3100-QUEUE-DISPLAY-LINE
               END-IF
           END-PERFORM.
           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.
           IF WISP-CAT-LISTED = ZERO
               MOVE "NO CATALOG ENTRIES TO LIST." TO WISP-MNT-MESSAGE
           ELSE
               MOVE "LISTING COMPLETE." TO WISP-MNT-MESSAGE
           END-IF.

       3100-QUEUE-DISPLAY-LINE.
           ADD 1 TO WISP-DSP-LINE-NUM.
           MOVE WISP-DSP-WORK-LINE
               TO WISP-DSP-FIELDS(WISP-DSP-LINE-NUM).
           IF WISP-DSP-LINE-NUM = 15
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.

      **** I -- FILL THE SCREEN FROM THE PROGRAM'S ENTRY
       3500-INQUIRE-PROGRAM.

           PERFORM 7000-FIND-PROGRAM.
           IF WISP-CAT-FOUND-NUM = ZERO
               MOVE "THAT PROGRAM IS NOT IN THE CATALOG."
                   TO WISP-MNT-MESSAGE
               GO TO 3500-INQUIRE-PROGRAM-EXIT
           END-IF.

           MOVE WISP-CAT-ENTRY (WISP-CAT-FOUND-NUM) TO WPGMCAT-RECORD.
           MOVE PC-OWNER TO WISP-MNT-DATA(3).
           MOVE PC-AREA TO WISP-MNT-DATA(4).
           MOVE PC-CRITICALITY TO WISP-MNT-DATA(5).
           MOVE PC-STATUS TO WISP-MNT-DATA(6).
           MOVE PC-DESCRIPTION TO WISP-MNT-DATA(7).
           MOVE PC-RESTART-NOTES TO WISP-MNT-DATA(8).
           STRING "  LAST UPDATED " PC-UPD-DATE " BY " PC-UPD-BY
               DELIMITED BY SIZE INTO WISP-MNT-STAMP-LINE
           END-STRING.
           EVALUATE TRUE
               WHEN PC-DECOMMISSIONED
                   MOVE "ENTRY SHOWN - PROGRAM IS DECOMMISSIONED."
                       TO WISP-MNT-MESSAGE
               WHEN PC-RETIRING
                   MOVE "ENTRY SHOWN - PROGRAM IS BEING RETIRED."
                       TO WISP-MNT-MESSAGE
               WHEN OTHER
                   MOVE "CATALOG ENTRY SHOWN." TO WISP-MNT-MESSAGE
           END-EVALUATE.

       3500-INQUIRE-PROGRAM-EXIT.
           EXIT.

      **** A -- REFUSE A PROGRAM ALREADY CATALOGUED
       4000-ADD-PROGRAM.

           PERFORM 7000-FIND-PROGRAM.
           IF WISP-CAT-FOUND-NUM > ZERO
               MOVE "REFUSED - THAT PROGRAM IS ALREADY IN THE CATALOG."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-PROGRAM-EXIT
           END-IF.
           IF WISP-CAT-COUNT NOT < WISP-CAT-MAX
               MOVE "REFUSED - CATALOG TABLE IS FULL."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-PROGRAM-EXIT
           END-IF.
           IF WISP-MNT-STATUS = SPACE
               MOVE "A" TO WISP-MNT-STATUS
           END-IF.
           PERFORM 7500-CHECK-ENTRY THRU 7500-CHECK-ENTRY-EXIT.
           IF WISP-MNT-MESSAGE NOT = SPACES
               GO TO 4000-ADD-PROGRAM-EXIT
           END-IF.

           ADD 1 TO WISP-CAT-COUNT.
           MOVE WISP-CAT-COUNT TO WISP-CAT-FOUND-NUM.
           PERFORM 7600-STORE-ENTRY.
           PERFORM 8000-REWRITE-CATALOG-FILE.
           MOVE "PROGRAM ADDED TO THE CATALOG." TO WISP-MNT-MESSAGE.

       4000-ADD-PROGRAM-EXIT.
           EXIT.

      **** C -- REPLACE THE PROGRAM'S ENTRY WITH THE SCREEN
       5000-CHANGE-PROGRAM.

           PERFORM 7000-FIND-PROGRAM.
           IF WISP-CAT-FOUND-NUM = ZERO
               MOVE "THAT PROGRAM IS NOT IN THE CATALOG."
                   TO WISP-MNT-MESSAGE
               GO TO 5000-CHANGE-PROGRAM-EXIT
           END-IF.
           PERFORM 7500-CHECK-ENTRY THRU 7500-CHECK-ENTRY-EXIT.
           IF WISP-MNT-MESSAGE NOT = SPACES
               GO TO 5000-CHANGE-PROGRAM-EXIT
           END-IF.

           PERFORM 7600-STORE-ENTRY.
           PERFORM 8000-REWRITE-CATALOG-FILE.
           MOVE "CATALOG ENTRY CHANGED." TO WISP-MNT-MESSAGE.

       5000-CHANGE-PROGRAM-EXIT.
           EXIT.

      **** D -- REMOVE THE ENTRY, AUTHORITY GATED THROUGH WAUTHCHK
       6000-DELETE-PROGRAM.

           MOVE "WPGMMNT-DEL" TO WISP-AUTH-FUNC.
           CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
               ON EXCEPTION
                   MOVE ZERO TO WISP-AUTH-RETURN
           END-CALL.
           IF WISP-AUTH-RETURN NOT = ZERO
               MOVE "DELETE REFUSED - YOUR AUTHORITY DOES NOT REACH IT."
                   TO WISP-MNT-MESSAGE
               GO TO 6000-DELETE-PROGRAM-EXIT
           END-IF.

           PERFORM 7000-FIND-PROGRAM.
           IF WISP-CAT-FOUND-NUM = ZERO
               MOVE "THAT PROGRAM IS NOT IN THE CATALOG."
                   TO WISP-MNT-MESSAGE
               GO TO 6000-DELETE-PROGRAM-EXIT
           END-IF.

           PERFORM VARYING WISP-CAT-MOVE-X
                   FROM WISP-CAT-FOUND-NUM BY 1
                   UNTIL WISP-CAT-MOVE-X NOT < WISP-CAT-COUNT
               MOVE WISP-CAT-ENTRY (WISP-CAT-MOVE-X + 1)
                   TO WISP-CAT-ENTRY (WISP-CAT-MOVE-X)
           END-PERFORM.
           SUBTRACT 1 FROM WISP-CAT-COUNT.
           PERFORM 8000-REWRITE-CATALOG-FILE.
           MOVE "CATALOG ENTRY DELETED." TO WISP-MNT-MESSAGE.

       6000-DELETE-PROGRAM-EXIT.
           EXIT.

       7000-FIND-PROGRAM.
           MOVE ZERO TO WISP-CAT-FOUND-NUM.
           PERFORM VARYING WISP-CAT-X FROM 1 BY 1
                   UNTIL WISP-CAT-X > WISP-CAT-COUNT
                      OR WISP-CAT-FOUND-NUM > ZERO
               IF WISP-CAT-ENTRY (WISP-CAT-X) (1:8) = WISP-MNT-PROGRAM
                   SET WISP-CAT-FOUND-NUM TO WISP-CAT-X
               END-IF
           END-PERFORM.

      **** THE FIELDS AN ENTRY CANNOT DO WITHOUT
       7500-CHECK-ENTRY.

           MOVE WISP-MNT-CRITICALITY TO PC-CRITICALITY.
           MOVE WISP-MNT-STATUS TO PC-STATUS.
           IF WISP-MNT-OWNER = SPACES
               MOVE "ENTER THE OWNER." TO WISP-MNT-MESSAGE
               GO TO 7500-CHECK-ENTRY-EXIT
           END-IF.
           IF WISP-MNT-AREA = SPACES
               MOVE "ENTER THE BUSINESS AREA." TO WISP-MNT-MESSAGE
               GO TO 7500-CHECK-ENTRY-EXIT
           END-IF.
           IF NOT PC-CRIT-VALID
               MOVE "CRITICALITY MUST BE C, H, M, OR L."
                   TO WISP-MNT-MESSAGE
               GO TO 7500-CHECK-ENTRY-EXIT
           END-IF.
           IF NOT PC-STATUS-VALID
               MOVE "STATUS MUST BE A (ACTIVE), R (RETIRING), OR D (DECO
      -            "MMISSIONED)." TO WISP-MNT-MESSAGE
               GO TO 7500-CHECK-ENTRY-EXIT
           END-IF.

       7500-CHECK-ENTRY-EXIT.
           EXIT.

       7600-STORE-ENTRY.
           ACCEPT WISP-PGM-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WPGMCAT-RECORD.
           MOVE WISP-MNT-PROGRAM TO PC-PROGRAM.
           MOVE WISP-MNT-OWNER TO PC-OWNER.
           MOVE WISP-MNT-AREA TO PC-AREA.
           MOVE WISP-MNT-CRITICALITY TO PC-CRITICALITY.
           MOVE WISP-MNT-STATUS TO PC-STATUS.
           MOVE WISP-PGM-TODAY TO PC-UPD-DATE.
           MOVE WISP-CALLER-ID TO PC-UPD-BY.
           MOVE WISP-MNT-DESCRIPTION TO PC-DESCRIPTION.
           MOVE WISP-MNT-RESTART-NOTES TO PC-RESTART-NOTES.
           MOVE WPGMCAT-RECORD TO WISP-CAT-ENTRY (WISP-CAT-FOUND-NUM).

       8000-REWRITE-CATALOG-FILE.
           OPEN OUTPUT WPGMCAT-FILE.
           PERFORM VARYING WISP-CAT-X FROM 1 BY 1
                   UNTIL WISP-CAT-X > WISP-CAT-COUNT
               MOVE WISP-CAT-ENTRY (WISP-CAT-X) TO WPGMCAT-FILE-RECORD
               WRITE WPGMCAT-FILE-RECORD
           END-PERFORM.
           CLOSE WPGMCAT-FILE.

       9999-STOP.
           EXIT PROGRAM.
