      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WCODEMNT.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Maintain the WCODETAB.DAT effective-dated code
      *               tables
      *
      *   Build:      cob WCODEMNT.cob
      *
      *
      *   WCODETAB.DAT holds the site's named code tables -- code,
      *   description, effective-from and effective-to dates and an
      *   active flag (copybook wcodetab).  The pick-list popup lists
      *   a table's codes for a field whose FIELD-LOOKUP is "CODETAB
      *   name", and WVALGATE accepts them for a VALUES entry
      *   "@name", both as of the WBATDATE business date: a code
      *   keyed in ahead with a future FROM date becomes valid on
      *   that day, and one given a TO date stops being valid after
      *   it.  WCODEMNT puts GETPARM-style screens in front of the
      *   file.
      *
      *   Functions (entered in the FUNCTION field):
      *       L  list the TABLE entered (every table when blank);
      *          "*" marks the rows in effect today
      *       A  add a row.  FROM defaults to today's business date
      *          and TO to open-ended; a row whose dates overlap
      *          another row for the same code is refused
      *       C  change the row of TABLE and CODE starting on FROM
      *          (blank FROM: the row covering today) -- a non-blank
      *          DESCRIPTION, TO or ACTIVE replaces the row's own;
      *          TO 0 reopens it
      *   A code is retired by giving it a TO date or ACTIVE N, not
      *   by deleting it, so history stays answerable.  A and C are
      *   authority gated through WAUTHCHK (function CODETAB-MNT)
      *   and every change is written to CHGAUDX through WCHGAUD
      *   under VOL CODES, LIB WCODETAB, FILE = the table name, with
      *   the code and FROM date as the record key.  PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WCODEMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WCODETAB-FILE ASSIGN TO "WCODETAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-CODE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WCODETAB-FILE.
       01  WCODETAB-FILE-RECORD       PIC X(98).

       WORKING-STORAGE SECTION.

       COPY "wcodetab.cpy".

       01  WISP-CODE-FILE-STATUS      PIC XX.
       01  WISP-CODE-EOF-SWITCH       PIC X     VALUE "N".
           88  WISP-CODE-EOF                    VALUE "Y".
       01  WISP-CODE-OVERFLOW-SWITCH  PIC X     VALUE "N".
           88  WISP-CODE-OVERFLOW               VALUE "Y".

       01  WISP-ROW-COUNT             PIC 9(4)  COMP-5 VALUE ZERO.
       01  WISP-ROW-MAX               PIC 9(4)  VALUE 2000.
       01  WISP-ROW-TABLE.
           05  WISP-ROW-ENTRY  OCCURS 2000 TIMES
                               INDEXED BY WISP-ROW-X.
               10  WISP-ROW-TABLE-NAME PIC X(8).
               10  WISP-ROW-CODE      PIC X(8).
               10  WISP-ROW-FROM      PIC 9(8).
               10  WISP-ROW-TO        PIC 9(8).
               10  WISP-ROW-ACTIVE    PIC X.
               10  WISP-ROW-DESC      PIC X(60).
               10  WISP-ROW-IMAGE     PIC X(98).
       01  WISP-ROW-FOUND-NUM         PIC 9(4)  COMP-5.
       01  WISP-ROW-INSERT-AT         PIC 9(4)  COMP-5.
       01  WISP-ROW-MOVE-X            PIC 9(4)  COMP-5.
       01  WISP-OVERLAP-SWITCH        PIC X.
           88  WISP-OVERLAP                     VALUE "Y".
       01  WISP-TEST-FROM             PIC 9(8).
       01  WISP-TEST-TO               PIC 9(8).
       01  WISP-TODAY                 PIC 9(8).
       01  WISP-LIST-COUNT            PIC 9(4)  COMP-5.
       01  WISP-COUNT-DISP            PIC ZZZ9.
       01  WISP-IN-EFFECT-MARK        PIC X.

      *    CHGAUDX before and after images.
       01  WISP-AUD-VOL               PIC X(6)  VALUE "CODES".
       01  WISP-AUD-LIB               PIC X(8)  VALUE "WCODETAB".
       01  WISP-AUD-FILE              PIC X(8).
       01  WISP-AUD-RECKEY            PIC X(32).
       01  WISP-AUD-BEFORE            PIC X(256).
       01  WISP-AUD-AFTER             PIC X(256).

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
       01  WISP-MNT-APP-NAME         PIC X(40) VALUE "WCODEMNT".

       01  WISP-MNT-FUNC             PIC X.
       01  WISP-MNT-TABLE            PIC X(8).
       01  WISP-MNT-CODE             PIC X(8).
       01  WISP-MNT-FROM-TEXT        PIC X(8).
       01  WISP-MNT-TO-TEXT          PIC X(8).
       01  WISP-MNT-ACTIVE           PIC X.
       01  WISP-MNT-DESC             PIC X(60).
       01  WISP-MNT-FROM             PIC 9(8).
       01  WISP-MNT-TO               PIC 9(8).
       01  WISP-MNT-DATE-OK-SWITCH   PIC X.
           88  WISP-MNT-DATE-OK                VALUE "Y".
       01  WISP-MNT-MESSAGE          PIC X(70).
       01  WISP-AUTH-FUNC            PIC X(12).
       01  WISP-AUTH-RETURN          PIC 9.

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WCODEMNT".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           CALL "WBATDATE" USING "GET", WISP-TODAY
               ON EXCEPTION
                   ACCEPT WISP-TODAY FROM DATE YYYYMMDD
           END-CALL.
           PERFORM 1000-LOAD-CODE-ROWS
               THRU 1000-LOAD-CODE-ROWS-EXIT.
           MOVE SPACES TO WISP-MNT-MESSAGE.
           IF WISP-CODE-OVERFLOW
               MOVE "WCODETAB.DAT IS OVER 2000 ROWS - LIST ONLY."
                   TO WISP-MNT-MESSAGE
           END-IF.
           PERFORM 2000-MAINTENANCE-CYCLE
               THRU 2000-MAINTENANCE-CYCLE-EXIT
               UNTIL WISP-MNT-TERM-KEY = 16.
           GO TO 9999-STOP.

      **** LOAD THE WHOLE FILE INTO STORAGE
       1000-LOAD-CODE-ROWS.

           MOVE ZERO TO WISP-ROW-COUNT.
           MOVE "N" TO WISP-CODE-EOF-SWITCH.
           OPEN INPUT WCODETAB-FILE.
           IF WISP-CODE-FILE-STATUS NOT = "00"
               GO TO 1000-LOAD-CODE-ROWS-EXIT
           END-IF.

           PERFORM 1100-READ-CODE-RECORD.
           PERFORM UNTIL WISP-CODE-EOF
               IF WCODETAB-FILE-RECORD NOT = SPACES
                   IF WISP-ROW-COUNT < WISP-ROW-MAX
                       ADD 1 TO WISP-ROW-COUNT
                       SET WISP-ROW-X TO WISP-ROW-COUNT
                       MOVE WCODETAB-FILE-RECORD TO WCODETAB-RECORD
                       PERFORM 1200-RECORD-TO-ROW
                   ELSE
                       SET WISP-CODE-OVERFLOW TO TRUE
                   END-IF
               END-IF
               PERFORM 1100-READ-CODE-RECORD
           END-PERFORM.

           CLOSE WCODETAB-FILE.

       1000-LOAD-CODE-ROWS-EXIT.
           EXIT.

       1100-READ-CODE-RECORD.
           READ WCODETAB-FILE
               AT END
                   SET WISP-CODE-EOF TO TRUE
           END-READ.

      *    A comment line or a damaged date is carried through the
      *    rewrite unchanged in the image; it never matches a code.
       1200-RECORD-TO-ROW.
           MOVE WCODETAB-RECORD TO WISP-ROW-IMAGE (WISP-ROW-X).
           MOVE CT-TABLE TO WISP-ROW-TABLE-NAME (WISP-ROW-X).
           MOVE CT-CODE TO WISP-ROW-CODE (WISP-ROW-X).
           MOVE CT-ACTIVE TO WISP-ROW-ACTIVE (WISP-ROW-X).
           MOVE CT-DESC TO WISP-ROW-DESC (WISP-ROW-X).
           MOVE ZERO TO WISP-ROW-FROM (WISP-ROW-X)
                        WISP-ROW-TO (WISP-ROW-X).
           IF CT-FROM IS NUMERIC AND CT-TO IS NUMERIC
               MOVE CT-FROM TO WISP-ROW-FROM (WISP-ROW-X)
               MOVE CT-TO TO WISP-ROW-TO (WISP-ROW-X)
           ELSE
               MOVE "*" TO WISP-ROW-TABLE-NAME (WISP-ROW-X)
           END-IF.
           IF CT-TABLE (1:1) = "*"
               MOVE "*" TO WISP-ROW-TABLE-NAME (WISP-ROW-X)
           END-IF.

       1300-ROW-TO-RECORD.
           MOVE SPACES TO WCODETAB-RECORD.
           MOVE WISP-ROW-TABLE-NAME (WISP-ROW-X) TO CT-TABLE.
           MOVE WISP-ROW-CODE (WISP-ROW-X) TO CT-CODE.
           MOVE WISP-ROW-FROM (WISP-ROW-X) TO CT-FROM.
           MOVE WISP-ROW-TO (WISP-ROW-X) TO CT-TO.
           MOVE WISP-ROW-ACTIVE (WISP-ROW-X) TO CT-ACTIVE.
           MOVE WISP-ROW-DESC (WISP-ROW-X) TO CT-DESC.
           MOVE WCODETAB-RECORD TO WISP-ROW-IMAGE (WISP-ROW-X).

      **** ONE SCREEN ROUND TRIP AND THE ACTION IT ASKED FOR
       2000-MAINTENANCE-CYCLE.

           PERFORM 2100-SHOW-MAINT-SCREEN.
           IF WISP-MNT-TERM-KEY = 16
               GO TO 2000-MAINTENANCE-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-MNT-MESSAGE.
           IF WISP-MNT-FUNC = "A" OR "C"
               IF WISP-CODE-OVERFLOW
                   MOVE "REFUSED - WCODETAB.DAT IS OVER 2000 ROWS."
                       TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
               IF WISP-MNT-TABLE = SPACES OR WISP-MNT-CODE = SPACES
                   MOVE "ENTER THE TABLE AND THE CODE."
                       TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
               IF WISP-MNT-TABLE (1:1) = "*"
                   MOVE "A TABLE NAME MAY NOT START WITH *."
                       TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
               MOVE "CODETAB-MNT" TO WISP-AUTH-FUNC
               CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
                   ON EXCEPTION
                       MOVE ZERO TO WISP-AUTH-RETURN
               END-CALL
               IF WISP-AUTH-RETURN NOT = ZERO
                   MOVE "REFUSED - YOUR AUTHORITY DOES NOT REACH CODE
      -                 " TABLE CHANGES." TO WISP-MNT-MESSAGE
                   GO TO 2000-MAINTENANCE-CYCLE-EXIT
               END-IF
           END-IF.

           EVALUATE WISP-MNT-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-CODES
               WHEN "A"
                   PERFORM 4000-ADD-CODE
                       THRU 4000-ADD-CODE-EXIT
               WHEN "C"
                   PERFORM 5000-CHANGE-CODE
                       THRU 5000-CHANGE-CODE-EXIT
               WHEN OTHER
                   MOVE "ENTER L, A, OR C IN THE FUNCTION FIELD."
                       TO WISP-MNT-MESSAGE
           END-EVALUATE.

       2000-MAINTENANCE-CYCLE-EXIT.
           EXIT.

       2100-SHOW-MAINT-SCREEN.

           MOVE SPACES TO WISP-MNT-STATIC-TEXT.
           MOVE "              WCODEMNT - CODE TABLE MAINTENANCE"
               TO WISP-MNT-TEXT-LINES(2).
           MOVE "  FUNCTION (L/A/C)........:"
               TO WISP-MNT-TEXT-LINES(6).
           MOVE "  TABLE...................:"
               TO WISP-MNT-TEXT-LINES(8).
           MOVE "  CODE....................:"
               TO WISP-MNT-TEXT-LINES(9).
           MOVE "  EFFECTIVE FROM (YYYYMMDD):"
               TO WISP-MNT-TEXT-LINES(11).
           MOVE "  EFFECTIVE TO (YYYYMMDD).:"
               TO WISP-MNT-TEXT-LINES(12).
           MOVE "  ACTIVE (Y/N)............:"
               TO WISP-MNT-TEXT-LINES(13).
           MOVE "  DESCRIPTION (NEXT LINE):"
               TO WISP-MNT-TEXT-LINES(15).
           MOVE "  L=LIST  A=ADD  C=CHANGE    TO 0 = OPEN-ENDED"
               TO WISP-MNT-TEXT-LINES(18).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-MNT-TEXT-LINES(20).
           MOVE WISP-MNT-MESSAGE TO WISP-MNT-TEXT-LINES(22).

           MOVE 7 TO WISP-MNT-FIELD-CNT.
           MOVE  6 TO WISP-MNT-ROW(1).
           MOVE 30 TO WISP-MNT-COL(1).
           MOVE  1 TO WISP-MNT-LEN(1).
           MOVE  8 TO WISP-MNT-ROW(2).
           MOVE 30 TO WISP-MNT-COL(2).
           MOVE  8 TO WISP-MNT-LEN(2).
           MOVE  9 TO WISP-MNT-ROW(3).
           MOVE 30 TO WISP-MNT-COL(3).
           MOVE  8 TO WISP-MNT-LEN(3).
           MOVE 11 TO WISP-MNT-ROW(4).
           MOVE 30 TO WISP-MNT-COL(4).
           MOVE  8 TO WISP-MNT-LEN(4).
           MOVE 12 TO WISP-MNT-ROW(5).
           MOVE 30 TO WISP-MNT-COL(5).
           MOVE  8 TO WISP-MNT-LEN(5).
           MOVE 13 TO WISP-MNT-ROW(6).
           MOVE 30 TO WISP-MNT-COL(6).
           MOVE  1 TO WISP-MNT-LEN(6).
           MOVE 16 TO WISP-MNT-ROW(7).
           MOVE  2 TO WISP-MNT-COL(7).
           MOVE 60 TO WISP-MNT-LEN(7).
           PERFORM VARYING WISP-ROW-MOVE-X FROM 1 BY 1
                   UNTIL WISP-ROW-MOVE-X > 7
               MOVE 128 TO WISP-MNT-FAC(WISP-ROW-MOVE-X)
               MOVE SPACES TO WISP-MNT-DATA(WISP-ROW-MOVE-X)
               MOVE SPACE TO WISP-MNT-EDIT(WISP-ROW-MOVE-X)
               MOVE SPACES TO WISP-MNT-HELP(WISP-ROW-MOVE-X)
               MOVE ZERO TO WISP-MNT-AUTH (WISP-ROW-MOVE-X)
               MOVE SPACES TO WISP-MNT-LKUP (WISP-ROW-MOVE-X)
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
           MOVE WISP-MNT-DATA(2) (1:8) TO WISP-MNT-TABLE.
           MOVE WISP-MNT-DATA(3) (1:8) TO WISP-MNT-CODE.
           MOVE WISP-MNT-DATA(4) (1:8) TO WISP-MNT-FROM-TEXT.
           MOVE WISP-MNT-DATA(5) (1:8) TO WISP-MNT-TO-TEXT.
           MOVE WISP-MNT-DATA(6) (1:1) TO WISP-MNT-ACTIVE.
           MOVE WISP-MNT-DATA(7) (1:60) TO WISP-MNT-DESC.

      **** L -- THE TABLE (OR ALL OF THEM) THROUGH WMFNDISPLAY, "*"
      **** ON EACH ROW IN EFFECT ON THE BUSINESS DATE
       3000-LIST-CODES.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM WISP-LIST-COUNT.
           MOVE "  TABLE    CODE     FROM     TO       A DESCRIPTION"
               TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           PERFORM VARYING WISP-ROW-X FROM 1 BY 1
                   UNTIL WISP-ROW-X > WISP-ROW-COUNT
               IF WISP-ROW-TABLE-NAME (WISP-ROW-X) NOT = "*"
                   IF WISP-MNT-TABLE = SPACES
                           OR WISP-ROW-TABLE-NAME (WISP-ROW-X)
                               = WISP-MNT-TABLE
                       ADD 1 TO WISP-LIST-COUNT
                       PERFORM 3200-FORMAT-CODE-LINE
                       PERFORM 3100-QUEUE-DISPLAY-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WISP-LIST-COUNT TO WISP-COUNT-DISP.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING "ROWS: " WISP-COUNT-DISP
                  "    * = IN EFFECT ON " WISP-TODAY
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           IF WISP-DSP-LINE-NUM > ZERO
               CALL "WMFNDISPLAY" USING WISP-DSP-NAME,
                   WISP-DSP-FIELDS-DATA
               MOVE SPACES TO WISP-DSP-FIELDS-DATA
               MOVE ZERO TO WISP-DSP-LINE-NUM
           END-IF.
           MOVE "LISTING COMPLETE." TO WISP-MNT-MESSAGE.

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

       3200-FORMAT-CODE-LINE.
           MOVE SPACE TO WISP-IN-EFFECT-MARK.
           IF WISP-ROW-ACTIVE (WISP-ROW-X) = "Y"
                   AND WISP-ROW-FROM (WISP-ROW-X) NOT > WISP-TODAY
                   AND (WISP-ROW-TO (WISP-ROW-X) = ZERO
                        OR WISP-ROW-TO (WISP-ROW-X) NOT < WISP-TODAY)
               MOVE "*" TO WISP-IN-EFFECT-MARK
           END-IF.
           MOVE SPACES TO WISP-DSP-WORK-LINE.
           STRING WISP-IN-EFFECT-MARK " "
                  WISP-ROW-TABLE-NAME (WISP-ROW-X) " "
                  WISP-ROW-CODE (WISP-ROW-X) " "
                  WISP-ROW-FROM (WISP-ROW-X) " "
                  WISP-ROW-TO (WISP-ROW-X) " "
                  WISP-ROW-ACTIVE (WISP-ROW-X) " "
                  WISP-ROW-DESC (WISP-ROW-X) (1:33)
                  DELIMITED BY SIZE
                  INTO WISP-DSP-WORK-LINE
           END-STRING.

      **** A -- A NEW ROW, KEPT WITH ITS TABLE; REFUSED WHEN ITS DATES
      **** OVERLAP ANOTHER ROW FOR THE SAME CODE
       4000-ADD-CODE.

           IF WISP-MNT-FROM-TEXT = SPACES
               MOVE WISP-TODAY TO WISP-MNT-FROM
           ELSE
               PERFORM 7100-CHECK-FROM-DATE
               IF NOT WISP-MNT-DATE-OK
                   GO TO 4000-ADD-CODE-EXIT
               END-IF
           END-IF.
           IF WISP-MNT-TO-TEXT = SPACES
               MOVE ZERO TO WISP-MNT-TO
           ELSE
               PERFORM 7200-CHECK-TO-DATE
               IF NOT WISP-MNT-DATE-OK
                   GO TO 4000-ADD-CODE-EXIT
               END-IF
           END-IF.
           IF WISP-MNT-TO NOT = ZERO AND WISP-MNT-TO < WISP-MNT-FROM
               MOVE "THE TO DATE IS BEFORE THE FROM DATE."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-CODE-EXIT
           END-IF.
           IF WISP-MNT-ACTIVE = SPACE
               MOVE "Y" TO WISP-MNT-ACTIVE
           END-IF.
           IF WISP-MNT-ACTIVE NOT = "Y" AND WISP-MNT-ACTIVE NOT = "N"
               MOVE "ACTIVE MUST BE Y OR N." TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-CODE-EXIT
           END-IF.
           IF WISP-MNT-DESC = SPACES
               MOVE "ENTER THE DESCRIPTION." TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-CODE-EXIT
           END-IF.

           MOVE WISP-MNT-FROM TO WISP-TEST-FROM.
           MOVE WISP-MNT-TO TO WISP-TEST-TO.
           MOVE ZERO TO WISP-ROW-FOUND-NUM.
           PERFORM 7400-TEST-OVERLAP.
           IF WISP-OVERLAP
               MOVE "REFUSED - THOSE DATES OVERLAP ANOTHER ROW FOR THE
      -            "CODE." TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-CODE-EXIT
           END-IF.
           IF WISP-ROW-COUNT NOT < WISP-ROW-MAX
               MOVE "REFUSED - THE CODE TABLE FILE IS FULL."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-ADD-CODE-EXIT
           END-IF.

      *    After the table's last row, or at the end for a new table.
           MOVE ZERO TO WISP-ROW-INSERT-AT.
           PERFORM VARYING WISP-ROW-X FROM 1 BY 1
                   UNTIL WISP-ROW-X > WISP-ROW-COUNT
               IF WISP-ROW-TABLE-NAME (WISP-ROW-X) = WISP-MNT-TABLE
                   SET WISP-ROW-INSERT-AT TO WISP-ROW-X
               END-IF
           END-PERFORM.
           IF WISP-ROW-INSERT-AT = ZERO
               MOVE WISP-ROW-COUNT TO WISP-ROW-INSERT-AT
           END-IF.
           ADD 1 TO WISP-ROW-INSERT-AT.
           PERFORM VARYING WISP-ROW-MOVE-X FROM WISP-ROW-COUNT BY -1
                   UNTIL WISP-ROW-MOVE-X < WISP-ROW-INSERT-AT
               MOVE WISP-ROW-ENTRY (WISP-ROW-MOVE-X)
                   TO WISP-ROW-ENTRY (WISP-ROW-MOVE-X + 1)
           END-PERFORM.
           ADD 1 TO WISP-ROW-COUNT.
           SET WISP-ROW-X TO WISP-ROW-INSERT-AT.
           MOVE WISP-MNT-TABLE TO WISP-ROW-TABLE-NAME (WISP-ROW-X).
           MOVE WISP-MNT-CODE TO WISP-ROW-CODE (WISP-ROW-X).
           MOVE WISP-MNT-FROM TO WISP-ROW-FROM (WISP-ROW-X).
           MOVE WISP-MNT-TO TO WISP-ROW-TO (WISP-ROW-X).
           MOVE WISP-MNT-ACTIVE TO WISP-ROW-ACTIVE (WISP-ROW-X).
           MOVE WISP-MNT-DESC TO WISP-ROW-DESC (WISP-ROW-X).
           PERFORM 1300-ROW-TO-RECORD.

           MOVE SPACES TO WISP-AUD-BEFORE.
           PERFORM 8000-REWRITE-CODE-FILE.
           PERFORM 8100-AUDIT-CHANGE.
           MOVE "CODE ADDED." TO WISP-MNT-MESSAGE.

       4000-ADD-CODE-EXIT.
           EXIT.

      **** C -- DESCRIPTION, TO DATE AND ACTIVE FLAG OF ONE ROW
       5000-CHANGE-CODE.

           IF WISP-MNT-FROM-TEXT = SPACES
               MOVE ZERO TO WISP-MNT-FROM
           ELSE
               PERFORM 7100-CHECK-FROM-DATE
               IF NOT WISP-MNT-DATE-OK
                   GO TO 5000-CHANGE-CODE-EXIT
               END-IF
           END-IF.
           PERFORM 7000-FIND-ROW.
           IF WISP-ROW-FOUND-NUM = ZERO
               MOVE "NO SUCH ROW FOR THAT TABLE, CODE AND FROM DATE."
                   TO WISP-MNT-MESSAGE
               GO TO 5000-CHANGE-CODE-EXIT
           END-IF.
           SET WISP-ROW-X TO WISP-ROW-FOUND-NUM.

           MOVE WISP-ROW-TO (WISP-ROW-X) TO WISP-MNT-TO.
           IF WISP-MNT-TO-TEXT = "0" OR WISP-MNT-TO-TEXT = "00000000"
               MOVE ZERO TO WISP-MNT-TO
           ELSE
               IF WISP-MNT-TO-TEXT NOT = SPACES
                   PERFORM 7200-CHECK-TO-DATE
                   IF NOT WISP-MNT-DATE-OK
                       GO TO 5000-CHANGE-CODE-EXIT
                   END-IF
               END-IF
           END-IF.
           IF WISP-MNT-TO NOT = ZERO
                   AND WISP-MNT-TO < WISP-ROW-FROM (WISP-ROW-X)
               MOVE "THE TO DATE IS BEFORE THE FROM DATE."
                   TO WISP-MNT-MESSAGE
               GO TO 5000-CHANGE-CODE-EXIT
           END-IF.
           IF WISP-MNT-ACTIVE NOT = SPACE
                   AND WISP-MNT-ACTIVE NOT = "Y"
                   AND WISP-MNT-ACTIVE NOT = "N"
               MOVE "ACTIVE MUST BE Y OR N." TO WISP-MNT-MESSAGE
               GO TO 5000-CHANGE-CODE-EXIT
           END-IF.

           MOVE WISP-ROW-FROM (WISP-ROW-X) TO WISP-TEST-FROM.
           MOVE WISP-MNT-TO TO WISP-TEST-TO.
           PERFORM 7400-TEST-OVERLAP.
           IF WISP-OVERLAP
               MOVE "REFUSED - THAT TO DATE OVERLAPS ANOTHER ROW FOR TH
      -            "E CODE." TO WISP-MNT-MESSAGE
               GO TO 5000-CHANGE-CODE-EXIT
           END-IF.

           SET WISP-ROW-X TO WISP-ROW-FOUND-NUM.
           MOVE WISP-ROW-IMAGE (WISP-ROW-X) TO WISP-AUD-BEFORE.
           MOVE WISP-MNT-TO TO WISP-ROW-TO (WISP-ROW-X).
           IF WISP-MNT-ACTIVE NOT = SPACE
               MOVE WISP-MNT-ACTIVE TO WISP-ROW-ACTIVE (WISP-ROW-X)
           END-IF.
           IF WISP-MNT-DESC NOT = SPACES
               MOVE WISP-MNT-DESC TO WISP-ROW-DESC (WISP-ROW-X)
           END-IF.
           PERFORM 1300-ROW-TO-RECORD.
           IF WISP-ROW-IMAGE (WISP-ROW-X) = WISP-AUD-BEFORE (1:98)
               MOVE "NOTHING TO CHANGE." TO WISP-MNT-MESSAGE
               GO TO 5000-CHANGE-CODE-EXIT
           END-IF.

           PERFORM 8000-REWRITE-CODE-FILE.
           PERFORM 8100-AUDIT-CHANGE.
           MOVE "CODE CHANGED." TO WISP-MNT-MESSAGE.

       5000-CHANGE-CODE-EXIT.
           EXIT.

      *    THE ROW OF TABLE AND CODE STARTING ON THE FROM DATE, OR,
      *    WITH NO FROM DATE, THE ONE WHOSE DATES COVER TODAY.
       7000-FIND-ROW.
           MOVE ZERO TO WISP-ROW-FOUND-NUM.
           PERFORM VARYING WISP-ROW-X FROM 1 BY 1
                   UNTIL WISP-ROW-X > WISP-ROW-COUNT
                      OR WISP-ROW-FOUND-NUM > ZERO
               IF WISP-ROW-TABLE-NAME (WISP-ROW-X) = WISP-MNT-TABLE
                       AND WISP-ROW-CODE (WISP-ROW-X) = WISP-MNT-CODE
                   IF WISP-MNT-FROM = ZERO
                       IF WISP-ROW-FROM (WISP-ROW-X) NOT > WISP-TODAY
                               AND (WISP-ROW-TO (WISP-ROW-X) = ZERO
                                    OR WISP-ROW-TO (WISP-ROW-X)
                                       NOT < WISP-TODAY)
                           SET WISP-ROW-FOUND-NUM TO WISP-ROW-X
                       END-IF
                   ELSE
                       IF WISP-ROW-FROM (WISP-ROW-X) = WISP-MNT-FROM
                           SET WISP-ROW-FOUND-NUM TO WISP-ROW-X
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       7100-CHECK-FROM-DATE.
           MOVE "N" TO WISP-MNT-DATE-OK-SWITCH.
           IF WISP-MNT-FROM-TEXT IS NOT NUMERIC
               MOVE "THE FROM DATE MUST BE YYYYMMDD."
                   TO WISP-MNT-MESSAGE
           ELSE
               MOVE WISP-MNT-FROM-TEXT TO WISP-MNT-FROM
               IF FUNCTION TEST-DATE-YYYYMMDD (WISP-MNT-FROM) = ZERO
                   SET WISP-MNT-DATE-OK TO TRUE
               ELSE
                   MOVE "THE FROM DATE IS NOT A VALID DATE."
                       TO WISP-MNT-MESSAGE
               END-IF
           END-IF.

       7200-CHECK-TO-DATE.
           MOVE "N" TO WISP-MNT-DATE-OK-SWITCH.
           IF WISP-MNT-TO-TEXT IS NOT NUMERIC
               MOVE "THE TO DATE MUST BE YYYYMMDD, OR 0."
                   TO WISP-MNT-MESSAGE
           ELSE
               MOVE WISP-MNT-TO-TEXT TO WISP-MNT-TO
               IF FUNCTION TEST-DATE-YYYYMMDD (WISP-MNT-TO) = ZERO
                   SET WISP-MNT-DATE-OK TO TRUE
               ELSE
                   MOVE "THE TO DATE IS NOT A VALID DATE."
                       TO WISP-MNT-MESSAGE
               END-IF
           END-IF.

      *    TWO RANGES OVERLAP WHEN EACH STARTS ON OR BEFORE THE OTHER
      *    ENDS; A ZERO TO IS OPEN-ENDED.  THE ROW BEING CHANGED
      *    (WISP-ROW-FOUND-NUM) IS NOT TESTED AGAINST ITSELF.
       7400-TEST-OVERLAP.
           MOVE "N" TO WISP-OVERLAP-SWITCH.
           PERFORM VARYING WISP-ROW-X FROM 1 BY 1
                   UNTIL WISP-ROW-X > WISP-ROW-COUNT
                      OR WISP-OVERLAP
               IF WISP-ROW-X NOT = WISP-ROW-FOUND-NUM
                       AND WISP-ROW-TABLE-NAME (WISP-ROW-X)
                           = WISP-MNT-TABLE
                       AND WISP-ROW-CODE (WISP-ROW-X) = WISP-MNT-CODE
                   IF (WISP-TEST-TO = ZERO
                           OR WISP-ROW-FROM (WISP-ROW-X)
                              NOT > WISP-TEST-TO)
                       AND (WISP-ROW-TO (WISP-ROW-X) = ZERO
                           OR WISP-TEST-FROM
                              NOT > WISP-ROW-TO (WISP-ROW-X))
                       SET WISP-OVERLAP TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       8000-REWRITE-CODE-FILE.
           OPEN OUTPUT WCODETAB-FILE.
           PERFORM VARYING WISP-ROW-MOVE-X FROM 1 BY 1
                   UNTIL WISP-ROW-MOVE-X > WISP-ROW-COUNT
               MOVE WISP-ROW-IMAGE (WISP-ROW-MOVE-X)
                   TO WCODETAB-FILE-RECORD
               WRITE WCODETAB-FILE-RECORD
           END-PERFORM.
           CLOSE WCODETAB-FILE.

      *    THE ROW JUST WRITTEN IS WISP-ROW-X; THE BEFORE IMAGE WAS
      *    SET BY THE CALLER (SPACES FOR AN ADD).
       8100-AUDIT-CHANGE.
           MOVE WISP-ROW-TABLE-NAME (WISP-ROW-X) TO WISP-AUD-FILE.
           MOVE SPACES TO WISP-AUD-RECKEY.
           STRING WISP-ROW-CODE (WISP-ROW-X) " "
                  WISP-ROW-FROM (WISP-ROW-X)
                  DELIMITED BY SIZE
                  INTO WISP-AUD-RECKEY
           END-STRING.
           MOVE SPACES TO WISP-AUD-AFTER.
           MOVE WISP-ROW-IMAGE (WISP-ROW-X) TO WISP-AUD-AFTER (1:98).
           CALL "WCHGAUD" USING WISP-AUD-VOL, WISP-AUD-LIB,
               WISP-AUD-FILE, WISP-AUD-RECKEY, WISP-AUD-BEFORE,
               WISP-AUD-AFTER
               ON EXCEPTION CONTINUE
           END-CALL.

       9999-STOP.
           EXIT PROGRAM.
