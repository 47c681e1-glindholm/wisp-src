       IDENTIFICATION DIVISION.
       PROGRAM-ID. WVOLRES.
      ****************************************************************
      * WVOLRES -- VOL/LIB/FILE TO NATIVE PATH, THE W@OPENFILE WAY.  *
      *                                                                *
      *           THE BATCH UTILITIES THAT WORK ON "ANY MAPPED FILE"  *
      *           MUST OPEN THE SAME COPY THE APPLICATION OPENS --    *
      *           A QUERY OR AN UPDATE RESOLVED AGAINST THE SHARED    *
      *           TABLE UNDER A TRAINING OR ENTITY SESSION WOULD      *
      *           TOUCH PRODUCTION.  THIS IS THAT ONE RESOLUTION:     *
      *                                                                *
      *               CALL "WVOLRES" USING VOL, LIB, FILE, PATH       *
      *                                                                *
      *           VOL X(6), LIB X(8), FILE X(8), PATH X(80).  THE     *
      *           OVERLAYS ARE SEARCHED IN W@OPENFILE'S ORDER:        *
      *           WISPVOLLIB.TRN WHEN THE SESSION CARRIES WISPTRAIN,  *
      *           THEN WISPVOLLIB.<WISPENTITY>, THEN THE SHARED       *
      *           WISPVOLLIB TABLE.  THE FIRST TABLE HOLDING THE      *
      *           TRIPLE DECIDES; WITHIN A TABLE THE LAST MATCHING    *
      *           LINE WINS.  PATH COMES BACK SPACES WHEN NO TABLE    *
      *           MAPS THE TRIPLE.                                    *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WVR-VOLLIB-FILE ASSIGN TO WVR-VOLLIB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WVR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WVR-VOLLIB-FILE.
       01  WVR-VOLLIB-RECORD.
           05  WVR-REC-VOL           PIC X(6).
           05  FILLER                PIC X.
           05  WVR-REC-LIB           PIC X(8).
           05  FILLER                PIC X.
           05  WVR-REC-FILE          PIC X(8).
           05  FILLER                PIC X.
           05  WVR-REC-PATH          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WVR-FILE-STATUS           PIC XX.
       01  WVR-EOF-SWITCH            PIC X.
           88  WVR-EOF                         VALUE "Y".
       01  WVR-VOLLIB-NAME           PIC X(20).
       01  WVR-TRAIN-ENV             PIC X(4).
       01  WVR-ENTITY-ENV            PIC X(4).

       LINKAGE SECTION.

       01  WVR-VOL                   PIC X(6).
       01  WVR-LIB                   PIC X(8).
       01  WVR-FILE                  PIC X(8).
       01  WVR-PATH                  PIC X(80).

       PROCEDURE DIVISION USING WVR-VOL, WVR-LIB, WVR-FILE, WVR-PATH.

       MAIN-WVOLRES.

           MOVE SPACES TO WVR-PATH.
           MOVE SPACES TO WVR-TRAIN-ENV WVR-ENTITY-ENV.
           DISPLAY "WISPTRAIN" UPON ENVIRONMENT-NAME.
           ACCEPT WVR-TRAIN-ENV FROM ENVIRONMENT-VALUE.
           DISPLAY "WISPENTITY" UPON ENVIRONMENT-NAME.
           ACCEPT WVR-ENTITY-ENV FROM ENVIRONMENT-VALUE.

           IF WVR-TRAIN-ENV (1:1) = "Y"
               MOVE "WISPVOLLIB.TRN" TO WVR-VOLLIB-NAME
               PERFORM SCAN-ONE-VOLLIB
                   THRU SCAN-ONE-VOLLIB-EXIT
           END-IF.
           IF WVR-PATH = SPACES
                   AND WVR-ENTITY-ENV NOT = SPACES
               MOVE SPACES TO WVR-VOLLIB-NAME
               STRING "WISPVOLLIB."   DELIMITED BY SIZE
                      WVR-ENTITY-ENV  DELIMITED BY SPACE
                      INTO WVR-VOLLIB-NAME
               END-STRING
               PERFORM SCAN-ONE-VOLLIB
                   THRU SCAN-ONE-VOLLIB-EXIT
           END-IF.
           IF WVR-PATH = SPACES
               MOVE "WISPVOLLIB" TO WVR-VOLLIB-NAME
               PERFORM SCAN-ONE-VOLLIB
                   THRU SCAN-ONE-VOLLIB-EXIT
           END-IF.

           EXIT PROGRAM.

      ****************************************************************
      * ONE MAPPING TABLE -- A MISSING OVERLAY IS SIMPLY PASSED BY.  *
      ****************************************************************
       SCAN-ONE-VOLLIB.

           MOVE "N" TO WVR-EOF-SWITCH.
           OPEN INPUT WVR-VOLLIB-FILE.
           IF WVR-FILE-STATUS NOT = "00"
               GO TO SCAN-ONE-VOLLIB-EXIT
           END-IF.
           PERFORM UNTIL WVR-EOF
               READ WVR-VOLLIB-FILE
                   AT END
                       SET WVR-EOF TO TRUE
                   NOT AT END
                       IF WVR-REC-VOL = WVR-VOL
                               AND WVR-REC-LIB = WVR-LIB
                               AND WVR-REC-FILE = WVR-FILE
                           MOVE WVR-REC-PATH TO WVR-PATH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WVR-VOLLIB-FILE.

       SCAN-ONE-VOLLIB-EXIT.
           EXIT.
