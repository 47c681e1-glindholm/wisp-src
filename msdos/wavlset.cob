      /*****************************************************************
      *                       IDENTIFICATION DIVISION                  *
      ******************************************************************
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WAVLSET.
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
           07/18/91.
       DATE-COMPILED.
      *
      *    WAVLSET shows or changes the system availability state
      *    that the WAVAIL service keeps.
      *
      *        WAVLSET                    -- show the state in force
      *        WAVLSET state [reason]     -- ONLINE, BATCH-ONLY,
      *                                      QUIESCE or MAINTENANCE
      *        WAVLSET REL [reason]       -- back to the state before
      *
      *    The reason is the rest of the command line, kept with the
      *    state so the WMENU and WMOTD screens can say why.  Changing
      *    the state needs the AVAILSTATE function in WFUNAUTH.DAT;
      *    WAUTHCHK refuses anyone below it and logs the attempt.
      *    Who changed it, and when, is stamped by WAVAIL and kept in
      *    WAVAIL.LOG.  RETURN-CODE is 8 when the change is refused
      *    or could not be made.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

      /*****************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
      *
       DATA DIVISION.

      /*****************************************************************
      *                         WORKING STORAGE                        *
      ******************************************************************
      *
       WORKING-STORAGE SECTION.

       01  COM-LINE                   PIC X(80).
       01  WS-ARG-STATE               PIC X(12).
       01  WS-ARG-POINTER             PIC 9(3)  COMP-5.
       01  WS-AVAIL-FUNC              PIC X(3).

       01  WS-AUTH-FUNC               PIC X(12) VALUE "AVAILSTATE".
       01  WS-AUTH-RETURN             PIC 9.

       COPY "wavail.cpy".

      /*****************************************************************
      *                         PROCEDURE DIVISION                     *
      ******************************************************************
      *
       PROCEDURE DIVISION.

       MAIN SECTION.

       START-WAVLSET.

           ACCEPT COM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-STATE.
           MOVE 1 TO WS-ARG-POINTER.
           UNSTRING COM-LINE DELIMITED BY ALL " "
               INTO WS-ARG-STATE
               WITH POINTER WS-ARG-POINTER
           END-UNSTRING.

           MOVE SPACES TO WISP-AVAILABILITY.
           IF WS-ARG-STATE = SPACES
               CALL "WAVAIL" USING "GET", WISP-AVAILABILITY
               PERFORM SHOW-AVAILABILITY
               GO TO STOP-RUN
           END-IF.

           IF WS-ARG-STATE = "REL"
               MOVE "REL" TO WS-AVAIL-FUNC
           ELSE
               MOVE "SET" TO WS-AVAIL-FUNC
               MOVE WS-ARG-STATE TO AV-STATE
               IF NOT AV-VALID-STATE
                   DISPLAY "WAVLSET: USAGE IS  WAVLSET [ONLINE | "
                           "BATCH-ONLY | QUIESCE | MAINTENANCE | REL"
                           "] [REASON]"
                   MOVE 8 TO RETURN-CODE
                   GO TO STOP-RUN
               END-IF
           END-IF.
           IF WS-ARG-POINTER < 81
               MOVE COM-LINE (WS-ARG-POINTER:) TO AV-REASON
           END-IF.

           CALL "WAUTHCHK" USING WS-AUTH-FUNC, WS-AUTH-RETURN.
           IF WS-AUTH-RETURN NOT = ZERO
               DISPLAY "WAVLSET: CHANGE REFUSED -- "
                       "NOT AUTHORIZED FOR " WS-AUTH-FUNC
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           CALL "WAVAIL" USING WS-AVAIL-FUNC, WISP-AVAILABILITY.
           IF AV-RETURN NOT = ZERO
               DISPLAY "WAVLSET: STATE NOT CHANGED -- WAVAIL.DAT "
                       "COULD NOT BE WRITTEN."
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM SHOW-AVAILABILITY.

           GO TO STOP-RUN.

      ******************************************************************
      * SHOW THE STATE IN FORCE AND WHO SET IT.
      ******************************************************************

       SHOW-AVAILABILITY.

           DISPLAY "WAVLSET: SYSTEM STATE IS " AV-STATE.
           IF AV-SET-DATE NOT = ZERO
               DISPLAY "         SET BY " AV-SET-BY " ON "
                       AV-SET-DATE " AT " AV-SET-TIME (1:6)
                       " RUN " AV-SET-RUN
           END-IF.
           IF AV-REASON NOT = SPACES
               DISPLAY "         REASON " AV-REASON
           END-IF.
           IF AV-PRIOR-STATE NOT = SPACES
               DISPLAY "         REL RETURNS TO " AV-PRIOR-STATE
           END-IF.

       STOP-RUN.

           STOP RUN.
