      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WDUPRPT.
       AUTHOR.
           DEV BRADLEY.
       INSTALLATION.
           INTERNATIONAL DIGITAL SCIENTIFIC INCORPORATED.
           25050 AVENUE KEARNY, SUITE 203.
           VALENCIA, CALIFORNIA 91355.
           (805) 295-1155 [OFFICE].
           (805) 295-8755 [FAX].
           COPYRIGHT 1991, ALL RIGHTS RESERVED.
       DATE-WRITTEN.
           07/26/91.
       DATE-COMPILED.
      *
      *    WDUPRPT is the daily exceptions report of confirmed
      *    duplicate entries.  A screen whose WGPSCRN.DAT definition
      *    carries a DUPCHECK line warns the operator, before the DNR
      *    completes, when the same document (the same values in the
      *    DUPCHECK fields) was submitted within the last DUPCHKMIN
      *    minutes; an operator who submits it anyway leaves a
      *    GTPMAUD record tagged DUPLICATE=CONFIRMED, with DUPOF=
      *    naming whose entry it repeats and when.  WDUPRPT lists
      *    those records for one day to WDUPRPT.RPT.
      *
      *        WDUPRPT [YYYYMMDD]
      *
      *    With no date given the report covers the business
      *    processing date.  Each line shows when and by whom the
      *    duplicate was keyed, on which screen, and the entry it
      *    duplicates, so the two documents can be pulled and
      *    compared before anything is paid twice.  GTPMAUD's own
      *    D-nn values for the entry are in WGPMINQ.
      *
      *    RETURN-CODE is 4 when any confirmed duplicate is listed.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GTPMAUD-FILE ASSIGN TO "GTPMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GTPMAUD-FILE-STATUS.
           SELECT WDUPRPT-REPORT-FILE ASSIGN TO "WDUPRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

       FILE SECTION.

       FD  GTPMAUD-FILE.
       01  GTPMAUD-RECORD.
           05  GA-REC-DATE            PIC X(8).
           05  FILLER                 PIC X.
           05  GA-REC-TIME            PIC X(8).
           05  FILLER                 PIC X(5).
           05  GA-REC-APP             PIC X(40).
           05  FILLER                 PIC X(10).
           05  GA-REC-OPERATOR        PIC X(40).
           05  GA-REC-TAIL            PIC X(1888).

       FD  WDUPRPT-REPORT-FILE.
       01  WDUPRPT-REPORT-RECORD      PIC X(132).

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-1                   PIC X(20).
       01  WS-REPORT-DATE             PIC 9(8).
       01  WS-RUN-ID                  PIC X(20).

       01  WS-GTPMAUD-FILE-STATUS     PIC XX.
       01  WS-REPORT-FILE-STATUS      PIC XX.
       01  WS-GTPMAUD-EOF-SWITCH      PIC X     VALUE "N".
           88  WS-GTPMAUD-EOF                   VALUE "Y".

       01  WS-TAG-HITS                PIC 9(4)  COMP-5.
       01  WS-TAIL-BEFORE             PIC X(1888).
       01  WS-TAIL-AFTER              PIC X(1888).
       01  WS-DUP-OF                  PIC X(40).
       01  WS-DUP-COUNT               PIC 9(9)  COMP-5 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(132).
       01  WS-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WDUPRPT.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1
           END-UNSTRING.
           IF WS-ARG-1 (1:8) IS NUMERIC
                   AND WS-ARG-1 (1:8) NOT = ZERO
               MOVE WS-ARG-1 (1:8) TO WS-REPORT-DATE
           ELSE
               CALL "WBATDATE" USING "GET", WS-REPORT-DATE
                   ON EXCEPTION
                       ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
               END-CALL
           END-IF.
           MOVE SPACES TO WS-RUN-ID.
           DISPLAY "WISPRUNID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.

           OPEN OUTPUT WDUPRPT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WDUPRPT - CONFIRMED DUPLICATE ENTRIES FOR "
                  WS-REPORT-DATE "  RUN=" WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WDUPRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WDUPRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "  TIME" TO WS-REPORT-LINE.
           MOVE "SCREEN" TO WS-REPORT-LINE (13:6).
           MOVE "OPERATOR" TO WS-REPORT-LINE (54:8).
           MOVE "DUPLICATES (OPERATOR/DATE/TIME)"
               TO WS-REPORT-LINE (64:31).
           WRITE WDUPRPT-REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM LIST-CONFIRMED-DUPLICATES
               THRU LIST-CONFIRMED-DUPLICATES-EXIT.

           IF WS-DUP-COUNT = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE WDUPRPT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WDUPRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-DUP-COUNT TO WS-COUNT-DISP.
           STRING "CONFIRMED DUPLICATES " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WDUPRPT-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE WDUPRPT-REPORT-FILE.

           DISPLAY "WDUPRPT: " WS-COUNT-DISP " CONFIRMED DUPLICATE(S) "
                   "-- SEE WDUPRPT.RPT".
           IF WS-DUP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GO TO STOP-RUN.

      ******************************************************************
      * THE DAY'S GTPMAUD RECORDS TAGGED DUPLICATE=CONFIRMED.
      ******************************************************************

       LIST-CONFIRMED-DUPLICATES.

           OPEN INPUT GTPMAUD-FILE.
           IF WS-GTPMAUD-FILE-STATUS NOT = "00"
               GO TO LIST-CONFIRMED-DUPLICATES-EXIT
           END-IF.
           PERFORM UNTIL WS-GTPMAUD-EOF
               READ GTPMAUD-FILE
                   AT END
                       SET WS-GTPMAUD-EOF TO TRUE
                   NOT AT END
                       IF GA-REC-DATE = WS-REPORT-DATE
                           PERFORM CHECK-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GTPMAUD-FILE.

       LIST-CONFIRMED-DUPLICATES-EXIT.
           EXIT.

       CHECK-ONE-RECORD.

           MOVE ZERO TO WS-TAG-HITS.
           INSPECT GA-REC-TAIL TALLYING WS-TAG-HITS
               FOR ALL " DUPLICATE=CONFIRMED ".
           IF WS-TAG-HITS > ZERO
               PERFORM LIST-ONE-DUPLICATE
           END-IF.

       LIST-ONE-DUPLICATE.

           ADD 1 TO WS-DUP-COUNT.
           MOVE SPACES TO WS-TAIL-BEFORE WS-TAIL-AFTER WS-DUP-OF.
           UNSTRING GA-REC-TAIL DELIMITED BY " DUPOF="
               INTO WS-TAIL-BEFORE, WS-TAIL-AFTER
           END-UNSTRING.
           UNSTRING WS-TAIL-AFTER DELIMITED BY " "
               INTO WS-DUP-OF
           END-UNSTRING.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " GA-REC-TIME (1:2) ":" GA-REC-TIME (3:2) ":"
                  GA-REC-TIME (5:2) "  " GA-REC-APP " "
                  GA-REC-OPERATOR (1:8) "  " WS-DUP-OF
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE WDUPRPT-REPORT-RECORD FROM WS-REPORT-LINE.

       STOP-RUN.

           STOP RUN.
