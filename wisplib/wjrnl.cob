      *               CALL "WJRNL" USING "DEL", VOL, LIB, FILE, REC   *
      *                                                                *
      *           WJR-RECORD IS THE RECORD AS IT STANDS BEFORE THE    *
      *           CHANGE, UP TO 512 BYTES.  ONCE THE WRITE OR REWRITE *
      *           HAS SUCCEEDED THE PROGRAM CALLS AGAIN WITH THE      *
      *           RECORD AS IT NOW STANDS:                            *
      *                                                                *
      *               CALL "WJRNL" USING "AFT", VOL, LIB, FILE, REC   *
      *                                                                *
      *           SO A LOST MASTER CAN BE REBUILT FROM THE LAST       *
      *           WBACKUP COPY BY WROLLFWD, WHICH REPLAYS THE "AFT"   *
      *           IMAGES (AND THE "DEL" RECORDS AS DELETES) IN        *
      *           JOURNAL ORDER.  THE JOURNAL LINE CARRIES            *
      *           THE TRIPLE, THE RUN ID (WISPRUNID), AND THE         *
      *           OPERATOR FROM THE WCGETCTX CHAIN CONTEXT (FALLING   *
      *           BACK TO WISPOPERID), SO WJRNBACK CAN UNDO ONE RUN'S *
