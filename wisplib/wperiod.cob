      *               CALL "WPERIOD" USING "GTE", EFF-DATE, RET       *
      *                   (MARK CLOSING)                              *
      *               CALL "WPERIOD" USING "OPN", EFF-DATE, RET       *
      *                                                                *
      *           A PROGRAM THAT MUST KNOW WHETHER A MONTH IS FINAL   *
      *           (NOT WHETHER IT MAY POST INTO IT) ASKS WITHOUT THE  *
      *           OVERRIDE PATH:                                      *
      *                                                                *
      *               CALL "WPERIOD" USING "STS", EFF-DATE, RET       *
      *                   (0 OPEN, 1 CLOSED, 2 CLOSING)               *
      ****************************************************************

       ENVIRONMENT DIVISION.
               WHEN "CHK"
                   PERFORM CHECK-THE-PERIOD
                       THRU CHECK-THE-PERIOD-EXIT
               WHEN "STS"
                   IF WPD-MATCH-NUM > ZERO
                       SET WPD-X TO WPD-MATCH-NUM
                       EVALUATE WPD-TAB-STATUS (WPD-X)
                           WHEN "C"
                               MOVE 1 TO WPD-RETURN
                           WHEN "G"
                               MOVE 2 TO WPD-RETURN
                       END-EVALUATE
                   END-IF
               WHEN "CLS"
                   MOVE "C" TO WPD-NEW-STATUS
                   PERFORM SET-PERIOD-STATUS
