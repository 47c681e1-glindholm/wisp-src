      ******************************************************************
      * WALERT - one line of WALERTS.DAT, the operator alert log.  A
      *          CRITICAL alert raised by WERRWATCH, WRUNWATCH or
      *          WMILEMON starts an escalation clock; the lines that
      *          follow it tell what became of it.  Lines are only ever
      *          appended (through WALERT), never rewritten:
      *
      *            AL-TYPE  R  raised: the raising program, the alert
      *                        text, and the incident it belongs to
      *                        when there is one
      *                     I  the alert was joined to an incident
      *                        after it was raised
      *                     E  escalated: the roster level paged
      *                        (1 primary, 2 secondary, 3 manager)
      *                        and the person paged
      *                     X  escalation exhausted -- every level
      *                        was paged and nobody acknowledged
      *                     K  acknowledged on WALERTOP; AL-OPERATOR
      *                        says by whom.  The clock stops
      *
      *          AL-DATE and AL-TIME are the wall clock, not the
      *          business date -- the clock is a matter of minutes.
      ******************************************************************

       01  WALERT-RECORD.
           05  AL-ID                  PIC 9(6).
           05  FILLER                 PIC X.
           05  AL-TYPE                PIC X.
               88  AL-RAISED                    VALUE "R".
               88  AL-INCIDENT-JOINED           VALUE "I".
               88  AL-ESCALATED                 VALUE "E".
               88  AL-EXHAUSTED                 VALUE "X".
               88  AL-ACKNOWLEDGED              VALUE "K".
           05  FILLER                 PIC X.
           05  AL-DATE                PIC 9(8).
           05  FILLER                 PIC X.
           05  AL-TIME                PIC 9(8).
           05  FILLER                 PIC X.
           05  AL-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
           05  AL-LEVEL               PIC 9.
           05  FILLER                 PIC X.
           05  AL-PERSON              PIC X(8).
           05  FILLER                 PIC X.
           05  AL-SOURCE              PIC X(12).
           05  FILLER                 PIC X.
           05  AL-INCIDENT            PIC 9(6).
           05  FILLER                 PIC X.
           05  AL-TEXT                PIC X(80).
