      ******************************************************************
      * WJOBCLS - the submit queue's job classes, as the WJOBCLS
      *          service hands them back, and the class and priority
      *          it resolves for one stream.  The classes live in
      *          WJOBCLS.DAT, word-delimited (lines starting "*" are
      *          comments):
      *
      *            CLASS  c limit priority description
      *            STREAM name c
      *
      *            JC-STREAM          in:  the stream to resolve
      *                               (spaces = just load the classes)
      *            JC-STREAM-CLASS    out: its STREAM line's class,
      *                               else WISPCFG SUBMITDEFCLASS,
      *                               else A
      *            JC-STREAM-PRIORITY out: that class's priority
      *            JC-CLASS-LIMIT     how many entries of the class may
      *                               run at once (zero = no limit)
      *            JC-CLASS-PRIORITY  1 most urgent thru 9 least; the
      *                               priority an entry of the class
      *                               is queued at
      *
      *          A class with no CLASS line has no limit and priority
      *          5.  A line that cannot be read is left out and counted
      *          in JC-REJECT-COUNT.
      ******************************************************************

       01  WJOBCLS-TABLE.
           05  JC-STREAM              PIC X(8).
           05  JC-STREAM-CLASS        PIC X.
           05  JC-STREAM-PRIORITY     PIC 9.
           05  JC-CLASS-COUNT         PIC 9(4)  COMP.
           05  JC-REJECT-COUNT        PIC 9(4)  COMP.
           05  JC-CLASS-ENTRY         OCCURS 36 TIMES.
               10  JC-CLASS-ID        PIC X.
               10  JC-CLASS-LIMIT     PIC 9(3).
               10  JC-CLASS-PRIORITY  PIC 9.
               10  JC-CLASS-DESC      PIC X(40).
