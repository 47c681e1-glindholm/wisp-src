      *           A RECORD THE SESSION SAW THE NOTICE.  NO MESSAGES   *
      *           IN EFFECT MEANS NO SCREEN AND NO LOG LINE -- A      *
      *           QUIET WEEK COSTS THE OPERATOR NOTHING.              *
      *                                                                *
      *           WHILE THE SYSTEM AVAILABILITY STATE (WAVAIL) IS     *
      *           ANYTHING BUT ONLINE, THE STATE, WHO SET IT, WHEN    *
      *           AND WHY IS THE FIRST LINE SHOWN -- AHEAD OF THE     *
      *           DAY'S MESSAGES, AND EVEN WHEN THERE ARE NONE.       *
      ****************************************************************

       ENVIRONMENT DIVISION.
       01  WMOTD-LOG-LINE            PIC X(160).
       01  WMOTD-RUN-ID              PIC X(20).

       COPY "wavail.cpy".

       PROCEDURE DIVISION.

       MAIN-WMOTD.
           MOVE ZERO TO WMOTD-SHOWN-COUNT.
           MOVE SPACES TO WMOTD-FIELDS-DATA.

           PERFORM SHOW-AVAILABILITY-STATE.

           OPEN INPUT WMOTD-FILE.
           IF WMOTD-FILE-STATUS NOT = "00"
               GO TO WMOTD-SHOW
           END-IF.

           PERFORM READ-NEXT-MOTD-RECORD.

           CLOSE WMOTD-FILE.

       WMOTD-SHOW.
           IF WMOTD-SHOWN-COUNT = ZERO
               GO TO WMOTD-EXIT
           END-IF.
                   SET WMOTD-EOF TO TRUE
           END-READ.

      ****************************************************************
      * THE AVAILABILITY STATE, WHEN IT IS NOT ONLINE, TAKES THE     *
      * FIRST LINE OF THE SCREEN.                                    *
      ****************************************************************

       SHOW-AVAILABILITY-STATE.

           CALL "WAVAIL" USING "GET", WISP-AVAILABILITY
               ON EXCEPTION
                   MOVE "ONLINE" TO AV-STATE
           END-CALL.
           IF NOT AV-ONLINE
               ADD 1 TO WMOTD-SHOWN-COUNT
               STRING "SYSTEM STATE "       DELIMITED BY SIZE
                      AV-STATE              DELIMITED BY SPACE
                      " BY "                DELIMITED BY SIZE
                      AV-SET-BY             DELIMITED BY SPACE
                      " "                   DELIMITED BY SIZE
                      AV-SET-DATE           DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      AV-SET-TIME (1:4)     DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      AV-REASON             DELIMITED BY SIZE
                      INTO WMOTD-FIELDS (WMOTD-SHOWN-COUNT)
               END-STRING
           END-IF.

      ****************************************************************
      * RECORD IN WISPRUN.LOG THAT THIS SESSION SAW THE NOTICES.     *
      ****************************************************************
