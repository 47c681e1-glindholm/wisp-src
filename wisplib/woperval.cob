      *           PER LINE: ID(8) sp PASSWORD(8) sp AUTHORITY(2) sp   *
      *           NAME(30) sp STATUS(1) sp PWDATE(8) sp FAILS(2) sp   *
      *           HIST1(8) sp HIST2(8) sp HIST3(8) sp TRAIN(1) sp     *
      *           ENTITY(4) sp ROLES(35) sp SUPV(8) sp LASTSIGN(8).   *
      *           SUPV IS THE OPERATOR ID OF THE SUPERVISOR WHO       *
      *           RECERTIFIES THIS OPERATOR'S ACCESS; LASTSIGN IS     *
      *           THE DATE OF THE LAST GOOD CREDENTIAL, STAMPED HERE. *
      *           LINES STARTING WITH "*" ARE COMMENTS.  RECORDS      *
      *           WRITTEN BEFORE A COLUMN EXISTED READ AS BLANK THERE *
      *           AND BEHAVE AS BEFORE.                               *
      *                                                                *
      *           CALL "WOPERVAL" USING ID, PASSWORD, AUTH, RET       *
      *                                                                *
      *           CALLERS BUILT BEFORE THE PARAMETER STILL LINK IN    *
      *           CLEAN, SAME CONVENTION AS WMFNGETPARM'S OPTIONAL    *
      *           TRAILERS.                                           *
      *                                                                *
      *           AN OPTIONAL SIXTH PARAMETER, WOV-ROLES X(35),       *
      *           RETURNS THE OPERATOR'S NAMED ROLES ON A GOOD        *
      *           CREDENTIAL -- UP TO FOUR ROLE NAMES OF EIGHT,       *
      *           SPACE-SEPARATED, AS WROLECHK READS THEM BACK FROM   *
      *           WISPOPERROLES.                                      *
      ****************************************************************

       ENVIRONMENT DIVISION.

       FILE SECTION.
       FD  WOPERMST-FILE.
       01  WOPERMST-RECORD            PIC X(153).

       WORKING-STORAGE SECTION.

       01  WOV-TABLE.
           05  WOV-TAB-ENTRY  OCCURS 200 TIMES
                              INDEXED BY WOV-X.
               10  WOV-TAB-RECORD    PIC X(153).
       01  WOV-MATCH-NUM             PIC 9(4)  COMP.

      *    The matched record, worked on here and put back.
           05  WOV-WRK-TRAIN         PIC X.
           05  FILLER                PIC X.
           05  WOV-WRK-ENTITY        PIC X(4).
           05  FILLER                PIC X.
           05  WOV-WRK-ROLES         PIC X(35).
           05  FILLER                PIC X.
           05  WOV-WRK-SUPV          PIC X(8).
           05  FILLER                PIC X.
           05  WOV-WRK-LASTSIGN      PIC X(8).

       01  WOV-CFG-KEY               PIC X(20).
       01  WOV-CFG-VALUE             PIC X(80).
       01  WOV-AUTH                  PIC 99.
       01  WOV-RETURN                PIC 9.
       01  WOV-FLAGS                 PIC X(8).
       01  WOV-ROLES                 PIC X(35).

       PROCEDURE DIVISION USING WOV-OPERATOR-ID, WOV-PASSWORD,
                                WOV-AUTH, WOV-RETURN,
                                OPTIONAL WOV-FLAGS,
                                OPTIONAL WOV-ROLES.

       MAIN-WOPERVAL.

           IF WOV-FLAGS IS NOT OMITTED
               MOVE SPACES TO WOV-FLAGS
           END-IF.
           IF WOV-ROLES IS NOT OMITTED
               MOVE SPACES TO WOV-ROLES
           END-IF.

           IF NOT WOV-CFG-LOADED
               PERFORM LOAD-TUNING-VALUES
               GO TO WOPERVAL-EXIT
           END-IF.

      *    The credential is right -- clear any accumulated failures
      *    and stamp the sign-on date, which is what WRECERT's idle
      *    test reads.  The master is rewritten at most once a day
      *    per operator for the stamp.
           ACCEPT WOV-TODAY FROM DATE YYYYMMDD.
           IF (WOV-WRK-FAILS NOT = SPACES
                   AND WOV-WRK-FAILS NOT = "00")
                   OR WOV-WRK-LASTSIGN NOT = WOV-TODAY
               IF WOV-WRK-FAILS NOT = SPACES
                   MOVE "00" TO WOV-WRK-FAILS
               END-IF
               MOVE WOV-TODAY TO WOV-WRK-LASTSIGN
               MOVE WOV-WORK TO WOV-TAB-RECORD (WOV-X)
               PERFORM REWRITE-MASTER-FILE
           END-IF.
               MOVE WOV-WRK-TRAIN TO WOV-FLAGS (1:1)
               MOVE WOV-WRK-ENTITY TO WOV-FLAGS (2:4)
           END-IF.
           IF WOV-ROLES IS NOT OMITTED
               MOVE WOV-WRK-ROLES TO WOV-ROLES
           END-IF.

      *    Aging -- a password set more than PWMAXDAYS ago forces a
      *    change.  A record with no changed date yet (written before
