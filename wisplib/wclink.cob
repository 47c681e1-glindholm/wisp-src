       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK1: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK2: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK3: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK4: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK5: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK6: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK7: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK8: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK9: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK10: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK11: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK12: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK13: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK14: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK15: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK16: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK17: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK18: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK19: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK20: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK21: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK22: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK23: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK24: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK25: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK26: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK27: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK28: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK29: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK30: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK31: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * ALWAYS ASSUME IT WILL WORK.                                  *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.

       LINKAGE SECTION.
      ****************************************************************
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           IF PROGRAM-NAME = SPACES OR LOW-VALUES
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINK32: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.


      ****************************************************************
      * WCLINK32 IS THE LAST SLOT IN THE NESTING POOL.  IF WE GOT     *
       01  WCLINK-CFG-VALUE PIC X(80) VALUE SPACES.
       01  WCLINK-CFG-KEY PIC X(20) VALUE "WCLINKTRACE".
       01  WCLINK-CHAIN-ID PIC X(20) VALUE SPACES.
      *    Program execution authorization -- WPGMAUTH takes the
      *    name in its own X(80) shape.
       01  WCLINK-AUTH-PROGRAM PIC X(80).
       01  WCLINK-AUTH-RETURN PIC 9.
      *    The target's RETURN-CODE, captured before the checkpoint
      *    call and re-published at exit -- every CALL that returns
      *    after the target (WCCKPT, the trace writer) publishes its
      *     0 = THE CALL ITSELF FAILED (PROGRAM NOT FOUND, BAD LOAD   *
      *         MODULE, OR A PARAMETER-COUNT MISMATCH) -- THE ORIGINAL*
      *         FAILURE CODE, KEPT FOR CALLERS THAT ALREADY TEST IT.  *
      *     3 = REFUSED BY THE PROGRAM AUTHORIZATION TABLE, CALL NEVER*
      *         ATTEMPTED (SEE WPGMAUTH)                              *
      ****************************************************************

           MOVE ZERO TO WCLINK-TARGET-RC.
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * PROGRAM EXECUTION AUTHORIZATION -- A PROGRAM WPGMAUTH.DAT    *
      * REFUSES THIS OPERATOR IS NEVER CALLED; THE REFUSAL IS ALREADY*
      * ON THE AUDIT TRAIL WHEN WPGMAUTH RETURNS.                     *
      ****************************************************************

           MOVE PROGRAM-NAME TO WCLINK-AUTH-PROGRAM.
           MOVE ZERO TO WCLINK-AUTH-RETURN.
           CALL "WPGMAUTH" USING WCLINK-AUTH-PROGRAM, "WCLINK  ",
               WCLINK-AUTH-RETURN
               ON EXCEPTION CONTINUE
           END-CALL.
           IF WCLINK-AUTH-RETURN NOT = ZERO
               MOVE 3 TO RETURN-VALUE
               DISPLAY "WCLINKT: NOT AUTHORIZED TO RUN " PROGRAM-NAME
               GO TO WISP-LINK-SUBROUTINE-EXIT
           END-IF.

      ****************************************************************
      * THE INTERFACE-DICTIONARY CHECK -- A REFUSED DISPATCH NEVER   *
      * REACHES THE CALL; A PROGRAM NOT IN WLNKDICT.DAT DISPATCHES   *
