       IDENTIFICATION DIVISION.
       PROGRAM-ID. WFORMMST.
      ****************************************************************
      * WFORMMST -- FORMS MASTER AND FORMS MOUNTED.                   *
      *                                                                *
      *           A FORM CODE USED TO BE NOTHING BUT A SUFFIX ON     *
      *           SPOOLDEST-<form>; NOTHING KNEW THAT INV2 IS 66     *
      *           LINES ON TWO-PART CARBON OR THAT THE PRINTER HAS   *
      *           PLAIN STOCK IN IT.  THE SITE NOW DESCRIBES ITS     *
      *           FORMS IN WFORMS.DAT (COPY "wformmst"), AND THE     *
      *           FORM EACH DESTINATION HAS MOUNTED IS KEPT IN       *
      *           WFORMMNT.DAT:                                      *
      *                                                                *
      *               CALL "WFORMMST" USING FUNC, WFORMMST-RECORD,    *
      *                   RET                                         *
      *                                                                *
      *           WFM-FUNC "GET" - THE MASTER LINE OF FORM FM-FORM.   *
      *                              RET 0 = RETURNED.                *
      *                              RET 1 = NOT IN THE MASTER.       *
      *                    "MNQ" - THE FORM MOUNTED AT DESTINATION    *
      *                            FM-DEST, IN FM-MOUNT-FORM WITH     *
      *                            WHEN AND BY WHOM.                  *
      *                              RET 0 = RETURNED.                *
      *                              RET 1 = NOTHING RECORDED --      *
      *                                      TREATED AS NOT MOUNTED.  *
      *                    "MNT" - RECORD FORM FM-FORM AS MOUNTED AT  *
      *                            FM-DEST BY THIS SESSION'S          *
      *                            OPERATOR.                          *
      *                              RET 0 = RECORDED.                *
      *                              RET 2 = WFORMMNT.DAT COULD NOT   *
      *                                      BE CLAIMED OR REWRITTEN. *
      *                                                                *
      *           WFORMS.DAT IS READ ON EVERY CALL, SO A MASTER EDIT  *
      *           TAKES EFFECT AT ONCE.  "MNT" RUNS UNDER THE WENQ    *
      *           LOCK "FORMMNT" AND REWRITES WFORMMNT.DAT WHOLE --   *
      *           ONE LINE PER DESTINATION:                           *
      *                                                                *
      *             DEST(80) sp FORM(4) sp DATE(8) sp TIME(8) sp      *
      *             OPERATOR(8)                                       *
      *                                                                *
      *           A MOUNT IS LOGGED THROUGH WISPERRLOG.               *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WFORMS-FILE ASSIGN TO "WFORMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WFM-FILE-STATUS.
           SELECT WFORMMNT-FILE ASSIGN TO "WFORMMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WFM-MOUNT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WFORMS-FILE.
       01  WFORMS-FILE-RECORD        PIC X(67).
       FD  WFORMMNT-FILE.
       01  WFORMMNT-RECORD.
           05  WFM-MNT-DEST          PIC X(80).
           05  FILLER                PIC X.
           05  WFM-MNT-FORM          PIC X(4).
           05  FILLER                PIC X.
           05  WFM-MNT-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  WFM-MNT-TIME          PIC 9(8).
           05  FILLER                PIC X.
           05  WFM-MNT-OPERATOR      PIC X(8).

       WORKING-STORAGE SECTION.

       01  WFM-FILE-STATUS           PIC XX.
       01  WFM-MOUNT-STATUS          PIC XX.
       01  WFM-EOF-SWITCH            PIC X.
           88  WFM-EOF                         VALUE "Y".
       01  WFM-FOUND-SWITCH          PIC X.
           88  WFM-FOUND                       VALUE "Y".

      *    The mounts, held whole for the rewrite.
       01  WFM-MOUNT-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WFM-MOUNT-MAX             PIC 9(4) VALUE 100.
       01  WFM-MOUNT-OVERFLOW-SWITCH PIC X    VALUE "N".
           88  WFM-MOUNT-OVERFLOW              VALUE "Y".
       01  WFM-MOUNT-TABLE.
           05  WFM-MOUNT-ENTRY       PIC X(112)
                                     OCCURS 100 TIMES
                                     INDEXED BY WFM-X.
       01  WFM-MATCH-NUM             PIC 9(4) COMP.

       01  WFM-MASTER-LINE           PIC X(67).
       01  WFM-LOCK-NAME             PIC X(20) VALUE "FORMMNT".
       01  WFM-ENQ-RETURN            PIC 9.
       01  WFM-ENV-VALUE             PIC X(40).
       01  WFM-ERRLOG-DETAIL         PIC X(80).

       LINKAGE SECTION.

       01  WFM-FUNC                  PIC X(3).
       COPY "wformmst.cpy".
       01  WFM-RETURN                PIC 9.

       PROCEDURE DIVISION USING WFM-FUNC, WFORMMST-RECORD,
                                WFM-RETURN.

       MAIN-WFORMMST.

           MOVE ZERO TO WFM-RETURN.
           EVALUATE WFM-FUNC
               WHEN "GET"
                   PERFORM GET-MASTER-LINE
                       THRU GET-MASTER-LINE-EXIT
               WHEN "MNQ"
                   PERFORM LOAD-MOUNT-TABLE
                       THRU LOAD-MOUNT-TABLE-EXIT
                   PERFORM FIND-MOUNT-ENTRY
                   IF WFM-MATCH-NUM = ZERO
                       MOVE SPACES TO FM-MOUNT-FORM FM-MOUNT-OPERATOR
                       MOVE ZERO TO FM-MOUNT-DATE FM-MOUNT-TIME
                       MOVE 1 TO WFM-RETURN
                   ELSE
                       SET WFM-X TO WFM-MATCH-NUM
                       MOVE WFM-MOUNT-ENTRY (WFM-X) TO WFORMMNT-RECORD
                       MOVE WFM-MNT-FORM TO FM-MOUNT-FORM
                       MOVE WFM-MNT-DATE TO FM-MOUNT-DATE
                       MOVE WFM-MNT-TIME TO FM-MOUNT-TIME
                       MOVE WFM-MNT-OPERATOR TO FM-MOUNT-OPERATOR
                   END-IF
               WHEN "MNT"
                   CALL "WENQ" USING "WAI", WFM-LOCK-NAME,
                       WFM-ENQ-RETURN
                   IF WFM-ENQ-RETURN NOT = ZERO
                       MOVE 2 TO WFM-RETURN
                   ELSE
                       PERFORM RECORD-THE-MOUNT
                           THRU RECORD-THE-MOUNT-EXIT
                       CALL "WENQ" USING "DEQ", WFM-LOCK-NAME,
                           WFM-ENQ-RETURN
                   END-IF
           END-EVALUATE.

       WFORMMST-EXIT.
           EXIT PROGRAM.

      ****************************************************************
      * THE MASTER LINE FOR FM-FORM, READ FRESH FROM WFORMS.DAT.     *
      ****************************************************************

       GET-MASTER-LINE.

           MOVE 1 TO WFM-RETURN.
           MOVE "N" TO WFM-EOF-SWITCH.
           MOVE "N" TO WFM-FOUND-SWITCH.
           OPEN INPUT WFORMS-FILE.
           IF WFM-FILE-STATUS NOT = "00"
               GO TO GET-MASTER-LINE-EXIT
           END-IF.
           PERFORM UNTIL WFM-EOF OR WFM-FOUND
               READ WFORMS-FILE
                   AT END
                       SET WFM-EOF TO TRUE
                   NOT AT END
                       IF WFORMS-FILE-RECORD (1:4) = FM-FORM
                               AND FM-FORM NOT = SPACES
                               AND WFORMS-FILE-RECORD (1:1) NOT = "*"
                           SET WFM-FOUND TO TRUE
                           MOVE WFORMS-FILE-RECORD TO WFM-MASTER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WFORMS-FILE.

           IF WFM-FOUND
               MOVE WFM-MASTER-LINE TO WFORMMST-RECORD (1:67)
               IF FM-PAGE-LENGTH NOT NUMERIC
                   MOVE ZERO TO FM-PAGE-LENGTH
               END-IF
               IF FM-WIDTH NOT NUMERIC
                   MOVE ZERO TO FM-WIDTH
               END-IF
               MOVE ZERO TO WFM-RETURN
           END-IF.

       GET-MASTER-LINE-EXIT.
           EXIT.

      ****************************************************************
      * WFORMMNT.DAT INTO THE HELD TABLE.                            *
      ****************************************************************

       LOAD-MOUNT-TABLE.

           MOVE ZERO TO WFM-MOUNT-COUNT.
           MOVE "N" TO WFM-MOUNT-OVERFLOW-SWITCH.
           MOVE "N" TO WFM-EOF-SWITCH.
           OPEN INPUT WFORMMNT-FILE.
           IF WFM-MOUNT-STATUS NOT = "00"
               GO TO LOAD-MOUNT-TABLE-EXIT
           END-IF.
           PERFORM UNTIL WFM-EOF
               READ WFORMMNT-FILE
                   AT END
                       SET WFM-EOF TO TRUE
                   NOT AT END
                       IF WFORMMNT-RECORD NOT = SPACES
                           IF WFM-MOUNT-COUNT < WFM-MOUNT-MAX
                               ADD 1 TO WFM-MOUNT-COUNT
                               SET WFM-X TO WFM-MOUNT-COUNT
                               MOVE WFORMMNT-RECORD
                                   TO WFM-MOUNT-ENTRY (WFM-X)
                           ELSE
                               SET WFM-MOUNT-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WFORMMNT-FILE.

       LOAD-MOUNT-TABLE-EXIT.
           EXIT.

       FIND-MOUNT-ENTRY.

           MOVE ZERO TO WFM-MATCH-NUM.
           PERFORM VARYING WFM-X FROM 1 BY 1
                   UNTIL WFM-X > WFM-MOUNT-COUNT
                      OR WFM-MATCH-NUM > ZERO
               IF WFM-MOUNT-ENTRY (WFM-X) (1:80) = FM-DEST
                   SET WFM-MATCH-NUM TO WFM-X
               END-IF
           END-PERFORM.

      ****************************************************************
      * "MNT" -- UNDER THE FORMMNT LOCK.  AN OVERFLOWED TABLE IS     *
      * NEVER REWRITTEN -- THE DESTINATIONS PAST THE LIMIT WOULD BE  *
      * LOST.                                                         *
      ****************************************************************

       RECORD-THE-MOUNT.

           PERFORM LOAD-MOUNT-TABLE
               THRU LOAD-MOUNT-TABLE-EXIT.
           PERFORM FIND-MOUNT-ENTRY.
           IF WFM-MATCH-NUM = ZERO
               IF WFM-MOUNT-OVERFLOW
                       OR WFM-MOUNT-COUNT NOT < WFM-MOUNT-MAX
                   MOVE 2 TO WFM-RETURN
                   GO TO RECORD-THE-MOUNT-EXIT
               END-IF
               ADD 1 TO WFM-MOUNT-COUNT
               MOVE WFM-MOUNT-COUNT TO WFM-MATCH-NUM
           END-IF.
           IF WFM-MOUNT-OVERFLOW
               MOVE 2 TO WFM-RETURN
               GO TO RECORD-THE-MOUNT-EXIT
           END-IF.

           MOVE SPACES TO WFORMMNT-RECORD.
           MOVE FM-DEST TO WFM-MNT-DEST.
           MOVE FM-FORM TO WFM-MNT-FORM.
           CALL "WBATDATE" USING "GET", WFM-MNT-DATE
               ON EXCEPTION
                   ACCEPT WFM-MNT-DATE FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT WFM-MNT-TIME FROM TIME.
           MOVE SPACES TO WFM-ENV-VALUE.
           DISPLAY "WISPOPERID" UPON ENVIRONMENT-NAME.
           ACCEPT WFM-ENV-VALUE FROM ENVIRONMENT-VALUE.
           MOVE WFM-ENV-VALUE (1:8) TO WFM-MNT-OPERATOR.
           SET WFM-X TO WFM-MATCH-NUM.
           MOVE WFORMMNT-RECORD TO WFM-MOUNT-ENTRY (WFM-X).
           MOVE WFM-MNT-FORM TO FM-MOUNT-FORM.
           MOVE WFM-MNT-DATE TO FM-MOUNT-DATE.
           MOVE WFM-MNT-TIME TO FM-MOUNT-TIME.
           MOVE WFM-MNT-OPERATOR TO FM-MOUNT-OPERATOR.

           OPEN OUTPUT WFORMMNT-FILE.
           IF WFM-MOUNT-STATUS NOT = "00"
               MOVE 2 TO WFM-RETURN
               GO TO RECORD-THE-MOUNT-EXIT
           END-IF.
           PERFORM VARYING WFM-X FROM 1 BY 1
                   UNTIL WFM-X > WFM-MOUNT-COUNT
               MOVE WFM-MOUNT-ENTRY (WFM-X) TO WFORMMNT-RECORD
               WRITE WFORMMNT-RECORD
           END-PERFORM.
           CLOSE WFORMMNT-FILE.

           MOVE SPACES TO WFM-ERRLOG-DETAIL.
           STRING "FORM MOUNTED FORM="      DELIMITED BY SIZE
                  FM-FORM                   DELIMITED BY SIZE
                  " OPER="                  DELIMITED BY SIZE
                  FM-MOUNT-OPERATOR         DELIMITED BY SIZE
                  " DEST="                  DELIMITED BY SIZE
                  FM-DEST                   DELIMITED BY SPACE
                  INTO WFM-ERRLOG-DETAIL
           END-STRING.
           CALL "WISPERRLOG" USING "WFORMMST", "RECORD-THE-MOUNT",
               WFM-ERRLOG-DETAIL
               ON EXCEPTION CONTINUE
           END-CALL.

       RECORD-THE-MOUNT-EXIT.
           EXIT.
