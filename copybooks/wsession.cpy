      ******************************************************************
      * WSESSION - one signed-on session in the active session
      *            registry, WSESSION.DAT.  WSIGNON registers the
      *            session when the sign-on completes; WMFNGETPARM
      *            stamps the current application and the time at
      *            every screen; the MAIN menu's exit (or COBTIDY at
      *            the end of the run unit that signed on) removes it.
      *
      *            A supervisor flags a session for forced sign-off
      *            from WSESSINQ; the session honours the flag at its
      *            next screen transition.
      *
      *            Readers COPY this record into working storage over
      *            a PIC X(133) line of WSESSION.DAT (line sequential).
      ******************************************************************

       01  WSESSION-RECORD.
      *        YYMMDDHHMMSSCC of the sign-on -- also published to the
      *        session itself in WISPSESSID.
           05  SN-SESSION-ID          PIC X(14).
           05  FILLER                 PIC X.
           05  SN-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
      *        The workstation (WISPTERMID); blank when the session
      *        names none.
           05  SN-TERM-ID             PIC X(16).
           05  FILLER                 PIC X.
           05  SN-ENTITY              PIC X(4).
           05  FILLER                 PIC X.
           05  SN-ON-DATE             PIC 9(8).
           05  FILLER                 PIC X.
           05  SN-ON-TIME             PIC 9(8).
           05  FILLER                 PIC X.
      *        The last screen transition.
           05  SN-LAST-DATE           PIC 9(8).
           05  FILLER                 PIC X.
           05  SN-LAST-TIME           PIC 9(8).
           05  FILLER                 PIC X.
           05  SN-FORCE               PIC X.
               88  SN-FORCE-PENDING             VALUE "F".
           05  FILLER                 PIC X.
      *        The supervisor who flagged the forced sign-off.
           05  SN-FORCE-BY            PIC X(8).
           05  FILLER                 PIC X.
      *        The APP name of the screen last shown.
           05  SN-APP                 PIC X(40).
