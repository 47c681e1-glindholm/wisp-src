      *    so recovery actions sit in the same audit trail as
      *    everything else.
      *
      *    When the cataloged copy is no longer on disk, the offsite
      *    media register is asked (WMEDREG) which volume holds that
      *    set, and the operator is told to recall it from the vault
      *    -- or, if the register has it back on site, to load it.
      *    Nothing is restored and RETURN-CODE is 8 until the copy
      *    is back where the catalog says.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
      ******************************************************************

       01  WS-RUN-DATE                PIC 9(8).

      *    Is the cataloged copy still on disk?
       01  WS-PROBE-DETAILS.
           05  WS-PRB-SIZE            PIC X(8).
           05  WS-PRB-DATE-TIME       PIC X(8).
       01  WS-PROBE-RC                PIC S9(9) COMP-5.

      *    The media volume that holds the set, when it is not.
       COPY "wmedia.cpy".
       01  WS-MEDIA-RETURN            PIC 9.

      *    The open-audit record for the recovery action.
       COPY "wopnaud.cpy".

               GO TO STOP-RUN
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST" USING WS-BEST-DEST,
               WS-PROBE-DETAILS.
           MOVE RETURN-CODE TO WS-PROBE-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-PROBE-RC NOT = ZERO
               PERFORM NAME-MEDIA-TO-RECALL
               MOVE 8 TO RETURN-CODE
               GO TO STOP-RUN
           END-IF.

           CALL "CBL_COPY_FILE" USING WS-BEST-DEST, WS-BEST-SRC
               ON EXCEPTION CONTINUE
           END-CALL.
       FIND-BEST-CATALOG-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * THE COPY HAS GONE FROM DISK -- WHICH MEDIA VOLUME HOLDS IT?
      ******************************************************************

       NAME-MEDIA-TO-RECALL.

           DISPLAY "WRESTOR: THE " WS-BEST-DATE " COPY OF "
                   WS-ARG-VOL " " WS-ARG-LIB " " WS-ARG-FILE
                   " IS NO LONGER ON DISK.".
           MOVE SPACES TO WMEDIA-RECORD.
           MOVE WS-BEST-DATE TO MD-SET-DATE.
           MOVE WS-BEST-TIME TO MD-SET-TIME.
           CALL "WMEDREG" USING "FND", WMEDIA-RECORD, WS-MEDIA-RETURN
               ON EXCEPTION
                   MOVE 1 TO WS-MEDIA-RETURN
           END-CALL.
           IF WS-MEDIA-RETURN NOT = ZERO
               DISPLAY "WRESTOR: NO MEDIA VOLUME IS RECORDED FOR THAT "
                       "SET."
           ELSE
               IF MD-IN-VAULT
                   DISPLAY "WRESTOR: RECALL MEDIA " MD-LABEL
                           " FROM THE VAULT (SENT " MD-DISPATCH-DATE
                           "), LOAD IT TO " WS-BEST-DEST (1:40)
               ELSE
                   DISPLAY "WRESTOR: MEDIA " MD-LABEL " IS ON SITE -- "
                           "LOAD IT TO " WS-BEST-DEST (1:40)
               END-IF
               DISPLAY "WRESTOR: THEN RERUN THIS RESTORE."
           END-IF.

       WRITE-RESTORE-AUDIT.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
