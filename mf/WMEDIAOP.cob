      *   Copyright (c) Shell Stream Software LLC, All Rights Reserved.
      *
      *
      *   File:       WMEDIAOP.cob
      *
      *   Project:    WISP for Micro Focus with Native Screens
      *
      *   Purpose:    Operator screens for the offsite media register
      *
      *   Build:      cob WMEDIAOP.cob
      *
      *
      *   WMEDIA.DAT follows each labelled media volume from the
      *   WBACKUP set written to it, out to the vault, and back.
      *   WBACKUP records the label when it is given one on the
      *   command line; WMEDIAOP is where the operator records the
      *   rest -- a label missed at backup time, the courier taking
      *   the volume offsite, and the vault sending it back.  Every
      *   change goes through the WMEDREG service, which refuses a
      *   move the volume's state does not allow (a volume still
      *   holding a set cannot be reassigned, only a volume on site
      *   can be dispatched, only one in the vault can come back).
      *
      *   Functions (entered in the FUNCTION field):
      *       L  list the register        A  assign a set to a label
      *       D  dispatch to the vault    R  return from the vault
      *   A takes the LABEL and SET DATE; a blank SET TIME takes
      *   that day's newest set, a blank RETAIN DATE the WISPCFG
      *   MEDIARETAIN default.  D takes the LABEL; a blank DUE DATE
      *   is WISPCFG VAULTDAYS out.  R takes the LABEL.  A, D and R
      *   need the WMEDIAOP function in WFUNAUTH.DAT.  PF16 exits.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WMEDIAOP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WMEDIA-FILE ASSIGN TO "WMEDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISP-MEDIA-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WMEDIA-FILE.
       01  WMEDIA-FILE-RECORD         PIC X(84).

       WORKING-STORAGE SECTION.

       01  WISP-MEDIA-FILE-STATUS     PIC XX.
       01  WISP-MEDIA-EOF-SWITCH      PIC X     VALUE "N".
           88  WISP-MEDIA-EOF                   VALUE "Y".

       COPY "wmedia.cpy".
       01  WISP-MEDIA-FUNC            PIC X(3).
       01  WISP-MEDIA-RETURN          PIC 9.

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
       01  WISP-MNT-APP-NAME         PIC X(40) VALUE "WMEDIAOP".
       01  WISP-MNT-FIELD-X          PIC 9(4)  COMP-5.

       01  WISP-MNT-FUNC             PIC X.
       01  WISP-MNT-LABEL            PIC X(8).
       01  WISP-MNT-SET-DATE         PIC X(8).
       01  WISP-MNT-SET-TIME         PIC X(8).
       01  WISP-MNT-RETAIN-DATE      PIC X(8).
       01  WISP-MNT-DUE-DATE         PIC X(8).
       01  WISP-MNT-MESSAGE          PIC X(70).
       01  WISP-AUTH-FUNC            PIC X(12) VALUE "WMEDIAOP".
       01  WISP-AUTH-RETURN          PIC 9.

      *    A keyed date or time: blank is zero, anything else must
      *    be all digits.
       01  WISP-ENTRY-TEXT           PIC X(8).
       01  WISP-ENTRY-NUMBER         PIC 9(8).
       01  WISP-ENTRY-SWITCH         PIC X.
           88  WISP-ENTRY-BAD                  VALUE "Y".

      *    Listing output through WMFNDISPLAY.
       01  WISP-DSP-NAME             PIC X(8) VALUE "WMEDIAOP".
       01  WISP-DSP-FIELDS-DATA      PIC X(1185) VALUE SPACES.
       01  FILLER REDEFINES WISP-DSP-FIELDS-DATA.
           05  WISP-DSP-FIELDS       PIC X(79) OCCURS 15.
       01  WISP-DSP-LINE-NUM         PIC 99 COMP-5 VALUE ZERO.
       01  WISP-DSP-WORK-LINE        PIC X(79).

       PROCEDURE DIVISION.

       0000-START.
           MOVE SPACES TO WISP-MNT-MESSAGE.
           PERFORM 2000-MEDIA-CYCLE
               THRU 2000-MEDIA-CYCLE-EXIT
               UNTIL WISP-MNT-TERM-KEY = 16.
           GO TO 9999-STOP.

      **** ONE SCREEN ROUND TRIP AND THE ACTION IT ASKED FOR
       2000-MEDIA-CYCLE.

           PERFORM 2100-SHOW-MEDIA-SCREEN.
           IF WISP-MNT-TERM-KEY = 16
               GO TO 2000-MEDIA-CYCLE-EXIT
           END-IF.

           MOVE SPACES TO WISP-MNT-MESSAGE.
           IF WISP-MNT-FUNC = "A" OR "D" OR "R"
               CALL "WAUTHCHK" USING WISP-AUTH-FUNC, WISP-AUTH-RETURN
                   ON EXCEPTION
                       MOVE ZERO TO WISP-AUTH-RETURN
               END-CALL
               IF WISP-AUTH-RETURN NOT = ZERO
                   MOVE "REFUSED - YOUR AUTHORITY DOES NOT REACH MEDIA
      -                " CHANGES." TO WISP-MNT-MESSAGE
                   GO TO 2000-MEDIA-CYCLE-EXIT
               END-IF
               IF WISP-MNT-LABEL = SPACES
                   MOVE "ENTER THE MEDIA LABEL." TO WISP-MNT-MESSAGE
                   GO TO 2000-MEDIA-CYCLE-EXIT
               END-IF
           END-IF.

           EVALUATE WISP-MNT-FUNC
               WHEN "L"
                   PERFORM 3000-LIST-REGISTER
               WHEN "A"
                   PERFORM 4000-ASSIGN-SET
                       THRU 4000-ASSIGN-SET-EXIT
               WHEN "D"
                   PERFORM 5000-DISPATCH-MEDIA
                       THRU 5000-DISPATCH-MEDIA-EXIT
               WHEN "R"
                   PERFORM 6000-RETURN-MEDIA
               WHEN OTHER
                   MOVE "ENTER L, A, D, OR R IN THE FUNCTION FIELD."
                       TO WISP-MNT-MESSAGE
           END-EVALUATE.

       2000-MEDIA-CYCLE-EXIT.
           EXIT.

       2100-SHOW-MEDIA-SCREEN.

           MOVE SPACES TO WISP-MNT-STATIC-TEXT.
           MOVE "              WMEDIAOP - OFFSITE MEDIA REGISTER"
               TO WISP-MNT-TEXT-LINES(2).
           MOVE "  FUNCTION (L/A/D/R)......:"
               TO WISP-MNT-TEXT-LINES(8).
           MOVE "  MEDIA LABEL.............:"
               TO WISP-MNT-TEXT-LINES(10).
           MOVE "  SET DATE (YYYYMMDD).....:"
               TO WISP-MNT-TEXT-LINES(12).
           MOVE "  SET TIME (HHMMSSCC).....:          (A, BLANK = NEWES
      -        "T THAT DAY)" TO WISP-MNT-TEXT-LINES(13).
           MOVE "  RETAIN UNTIL (YYYYMMDD).:          (A, BLANK = DEFAU
      -        "LT)" TO WISP-MNT-TEXT-LINES(14).
           MOVE "  DUE BACK (YYYYMMDD).....:          (D, BLANK = DEFAU
      -        "LT)" TO WISP-MNT-TEXT-LINES(16).
           MOVE "  PRESS (ENTER) TO APPLY, PF16 TO EXIT."
               TO WISP-MNT-TEXT-LINES(20).
           MOVE WISP-MNT-MESSAGE TO WISP-MNT-TEXT-LINES(22).

           MOVE 6 TO WISP-MNT-FIELD-CNT.
           MOVE  8 TO WISP-MNT-ROW(1).
           MOVE 30 TO WISP-MNT-COL(1).
           MOVE  1 TO WISP-MNT-LEN(1).
           MOVE 10 TO WISP-MNT-ROW(2).
           MOVE 30 TO WISP-MNT-COL(2).
           MOVE  8 TO WISP-MNT-LEN(2).
           MOVE 12 TO WISP-MNT-ROW(3).
           MOVE 30 TO WISP-MNT-COL(3).
           MOVE  8 TO WISP-MNT-LEN(3).
           MOVE 13 TO WISP-MNT-ROW(4).
           MOVE 30 TO WISP-MNT-COL(4).
           MOVE  8 TO WISP-MNT-LEN(4).
           MOVE 14 TO WISP-MNT-ROW(5).
           MOVE 30 TO WISP-MNT-COL(5).
           MOVE  8 TO WISP-MNT-LEN(5).
           MOVE 16 TO WISP-MNT-ROW(6).
           MOVE 30 TO WISP-MNT-COL(6).
           MOVE  8 TO WISP-MNT-LEN(6).
           PERFORM VARYING WISP-MNT-FIELD-X FROM 1 BY 1
                   UNTIL WISP-MNT-FIELD-X > 6
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
           MOVE WISP-MNT-DATA(2) (1:8) TO WISP-MNT-LABEL.
           MOVE WISP-MNT-DATA(3) (1:8) TO WISP-MNT-SET-DATE.
           MOVE WISP-MNT-DATA(4) (1:8) TO WISP-MNT-SET-TIME.
           MOVE WISP-MNT-DATA(5) (1:8) TO WISP-MNT-RETAIN-DATE.
           MOVE WISP-MNT-DATA(6) (1:8) TO WISP-MNT-DUE-DATE.

      **** L -- PAGE THE REGISTER THROUGH WMFNDISPLAY
       3000-LIST-REGISTER.

           MOVE SPACES TO WISP-DSP-FIELDS-DATA.
           MOVE ZERO TO WISP-DSP-LINE-NUM.
           MOVE "LABEL    SETDATE  SETTIME  T S ASSIGNED SENT     DUE
      -        "     RETURNED RETAIN" TO WISP-DSP-WORK-LINE.
           PERFORM 3100-QUEUE-DISPLAY-LINE.
           MOVE "N" TO WISP-MEDIA-EOF-SWITCH.
           OPEN INPUT WMEDIA-FILE.
           IF WISP-MEDIA-FILE-STATUS NOT = "00"
               SET WISP-MEDIA-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WISP-MEDIA-EOF
               READ WMEDIA-FILE
                   AT END
                       SET WISP-MEDIA-EOF TO TRUE
                   NOT AT END
                       IF WMEDIA-FILE-RECORD NOT = SPACES
                           MOVE WMEDIA-FILE-RECORD (1:79)
                               TO WISP-DSP-WORK-LINE
                           PERFORM 3100-QUEUE-DISPLAY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WISP-MEDIA-FILE-STATUS NOT = "35"
               CLOSE WMEDIA-FILE
           END-IF.
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

      **** A -- WRITE A BACKUP SET TO A LABELLED VOLUME
       4000-ASSIGN-SET.

           MOVE SPACES TO WMEDIA-RECORD.
           MOVE WISP-MNT-LABEL TO MD-LABEL.
           MOVE WISP-MNT-SET-DATE TO WISP-ENTRY-TEXT.
           PERFORM 7000-CHECK-ENTRY.
           IF WISP-ENTRY-BAD OR WISP-ENTRY-NUMBER = ZERO
               MOVE "ENTER THE SET DATE AS YYYYMMDD."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-ASSIGN-SET-EXIT
           END-IF.
           MOVE WISP-ENTRY-NUMBER TO MD-SET-DATE.
           MOVE WISP-MNT-SET-TIME TO WISP-ENTRY-TEXT.
           PERFORM 7000-CHECK-ENTRY.
           IF WISP-ENTRY-BAD
               MOVE "SET TIME MUST BE DIGITS, OR BLANK."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-ASSIGN-SET-EXIT
           END-IF.
           MOVE WISP-ENTRY-NUMBER TO MD-SET-TIME.
           MOVE WISP-MNT-RETAIN-DATE TO WISP-ENTRY-TEXT.
           PERFORM 7000-CHECK-ENTRY.
           IF WISP-ENTRY-BAD
               MOVE "RETAIN DATE MUST BE YYYYMMDD, OR BLANK."
                   TO WISP-MNT-MESSAGE
               GO TO 4000-ASSIGN-SET-EXIT
           END-IF.
           MOVE WISP-ENTRY-NUMBER TO MD-RETAIN-DATE.

           MOVE "ASN" TO WISP-MEDIA-FUNC.
           PERFORM 8000-CALL-MEDIA-REGISTER.
           IF WISP-MEDIA-RETURN = ZERO
               STRING "SET " MD-SET-DATE " " MD-SET-TIME
                      " WRITTEN TO " MD-LABEL
                      ", RETAIN UNTIL " MD-RETAIN-DATE "."
                      DELIMITED BY SIZE INTO WISP-MNT-MESSAGE
               END-STRING
           END-IF.

       4000-ASSIGN-SET-EXIT.
           EXIT.

      **** D -- THE COURIER HAS TAKEN THE VOLUME OFFSITE
       5000-DISPATCH-MEDIA.

           MOVE SPACES TO WMEDIA-RECORD.
           MOVE WISP-MNT-LABEL TO MD-LABEL.
           MOVE WISP-MNT-DUE-DATE TO WISP-ENTRY-TEXT.
           PERFORM 7000-CHECK-ENTRY.
           IF WISP-ENTRY-BAD
               MOVE "DUE DATE MUST BE YYYYMMDD, OR BLANK."
                   TO WISP-MNT-MESSAGE
               GO TO 5000-DISPATCH-MEDIA-EXIT
           END-IF.
           MOVE WISP-ENTRY-NUMBER TO MD-DUE-DATE.

           MOVE "DSP" TO WISP-MEDIA-FUNC.
           PERFORM 8000-CALL-MEDIA-REGISTER.
           IF WISP-MEDIA-RETURN = ZERO
               STRING MD-LABEL " IS IN THE VAULT, DUE BACK "
                      MD-DUE-DATE "."
                      DELIMITED BY SIZE INTO WISP-MNT-MESSAGE
               END-STRING
           END-IF.

       5000-DISPATCH-MEDIA-EXIT.
           EXIT.

      **** R -- THE VAULT HAS SENT THE VOLUME BACK
       6000-RETURN-MEDIA.

           MOVE SPACES TO WMEDIA-RECORD.
           MOVE WISP-MNT-LABEL TO MD-LABEL.
           MOVE "RET" TO WISP-MEDIA-FUNC.
           PERFORM 8000-CALL-MEDIA-REGISTER.
           IF WISP-MEDIA-RETURN = ZERO
               STRING MD-LABEL " IS BACK ON SITE."
                      DELIMITED BY SIZE INTO WISP-MNT-MESSAGE
               END-STRING
           END-IF.

       7000-CHECK-ENTRY.
           MOVE "N" TO WISP-ENTRY-SWITCH.
           MOVE ZERO TO WISP-ENTRY-NUMBER.
           IF WISP-ENTRY-TEXT NOT = SPACES
               IF WISP-ENTRY-TEXT IS NUMERIC
                   MOVE WISP-ENTRY-TEXT TO WISP-ENTRY-NUMBER
               ELSE
                   SET WISP-ENTRY-BAD TO TRUE
               END-IF
           END-IF.

       8000-CALL-MEDIA-REGISTER.
           CALL "WMEDREG" USING WISP-MEDIA-FUNC, WMEDIA-RECORD,
               WISP-MEDIA-RETURN
               ON EXCEPTION
                   MOVE 2 TO WISP-MEDIA-RETURN
           END-CALL.
           EVALUATE WISP-MEDIA-RETURN
               WHEN 1
                   IF WISP-MEDIA-FUNC = "ASN"
                       MOVE "NO WBACKUP SET CATALOGED AT THAT DATE AND T
      -                    "IME." TO WISP-MNT-MESSAGE
                   ELSE
                       MOVE "NO SUCH LABEL IN THE MEDIA REGISTER."
                           TO WISP-MNT-MESSAGE
                   END-IF
               WHEN 2
                   MOVE "WMEDIA.DAT COULD NOT BE WRITTEN - NOTHING CHA
      -                "NGED." TO WISP-MNT-MESSAGE
               WHEN 3
                   EVALUATE TRUE
                       WHEN MD-IN-VAULT
                           STRING "REFUSED - " MD-LABEL
                                  " IS IN THE VAULT SINCE "
                                  MD-DISPATCH-DATE "."
                                  DELIMITED BY SIZE
                                  INTO WISP-MNT-MESSAGE
                           END-STRING
                       WHEN MD-ASSIGNED
                           STRING "REFUSED - " MD-LABEL
                                  " IS ON SITE HOLDING SET "
                                  MD-SET-DATE "."
                                  DELIMITED BY SIZE
                                  INTO WISP-MNT-MESSAGE
                           END-STRING
                       WHEN OTHER
                           STRING "REFUSED - " MD-LABEL
                                  " IS BACK ON SITE WITH NO SET."
                                  DELIMITED BY SIZE
                                  INTO WISP-MNT-MESSAGE
                           END-STRING
                   END-EVALUATE
               WHEN 4
                   STRING "REFUSED - " MD-LABEL " HOLDS SET "
                          MD-SET-DATE " " MD-SET-TIME
                          " UNDER LEGAL HOLD."
                          DELIMITED BY SIZE
                          INTO WISP-MNT-MESSAGE
                   END-STRING
           END-EVALUATE.

       9999-STOP.
           EXIT PROGRAM.
