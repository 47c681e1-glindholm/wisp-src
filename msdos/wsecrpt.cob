      *        SIGNON FAILED ID=...        failed sign-on (WSIGNON)
      *        OPERATOR LOCKED ID=...      lockout (WOPERVAL)
      *        AUTHORITY DENIED FUNC=...   denial (WAUTHCHK)
      *        AUTHORITY DENIED PGM=...    program refused at a
      *                                    dispatch point (WPGMAUTH)
      *        LOCK FORCED RELEASE NAME=.. forced release (WENQOP)
      *        OPERMST ...                 operator-master change
      *                                    (WOPERMNT/WOPERPWD)
           05  FILLER  PIC X(16) VALUE "AUTH DENIAL".
           05  FILLER  PIC X(16) VALUE "FORCED RELEASE".
           05  FILLER  PIC X(16) VALUE "MASTER CHANGE".
           05  FILLER  PIC X(16) VALUE "PROGRAM REFUSED".
       01  FILLER REDEFINES WS-CATEGORY-NAMES.
           05  WS-CATEGORY-NAME       PIC X(16) OCCURS 6.
       01  WS-CATEGORY-NUM            PIC 9(4)  COMP-5.

      *    Per-operator totals.
           05  WS-OPR-ENTRY  OCCURS 100 TIMES
                             INDEXED BY WS-OPR-X.
               10  WS-OPR-ID          PIC X(8).
               10  WS-OPR-TALLY       PIC 9(6) COMP-5 OCCURS 6.

       01  WS-EVENT-OPERATOR          PIC X(8).
       01  WS-MATCH-NUM               PIC 9(4)  COMP-5.
               WHEN EL-REC-DETAIL (1:8) = "OPERMST "
                   MOVE 5 TO WS-CATEGORY-NUM
                   PERFORM FIND-BY-TAG
               WHEN EL-REC-DETAIL (1:20) = "AUTHORITY DENIED PGM"
                   MOVE 6 TO WS-CATEGORY-NUM
                   PERFORM FIND-OPER-TAG
           END-EVALUATE.
           IF WS-CATEGORY-NUM = ZERO
               GO TO CLASSIFY-ONE-RECORD-EXIT
               END-STRING
               WRITE WSECRPT-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM VARYING WS-CATEGORY-NUM FROM 1 BY 1
                       UNTIL WS-CATEGORY-NUM > 6
                   IF WS-OPR-TALLY (WS-OPR-X, WS-CATEGORY-NUM)
                           > ZERO
                       MOVE WS-OPR-TALLY
