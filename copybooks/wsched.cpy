      ******************************************************************
      * WSCHED - the standing schedules and which of them fall due on
      *          one date, as the WSCHDUE service hands them back.
      *          The schedules live in WSCHED.DAT, one line each,
      *          word-delimited (lines starting "*" are comments):
      *
      *            id stream hhmm recurrence [from [to]]
      *
      *            SD-SCHED-ID      the schedule's own name -- unique;
      *                             the plan remembers it by this
      *            SD-STREAM        the stream WSUBMITD launches
      *            SD-TIME          the earliest start, HHMM
      *            SD-RECUR         DAILY
      *                             DAYS=MON,WED,FRI  listed weekdays
      *                             CLASS=name        any WCALEND day
      *                                               class (MONTHEND,
      *                                               WEEKDAY, ...)
      *                             BDAY=n            the nth business
      *                                               day of the month
      *                                               (a WEEKDAY not in
      *                                               class HOLIDAY)
      *            SD-FROM-DATE     active from, YYYYMMDD; "*" or
      *            SD-TO-DATE       omitted = no limit (zero / all 9s)
      *            SD-DUE           Y the schedule falls due on SD-DATE
      *
      *          A line that cannot be read is left out and counted in
      *          SD-REJECT-COUNT.
      ******************************************************************

       01  WSCHED-DAY.
           05  SD-DATE                PIC 9(8).
           05  SD-SCHED-COUNT         PIC 9(4)  COMP.
           05  SD-DUE-COUNT           PIC 9(4)  COMP.
           05  SD-REJECT-COUNT        PIC 9(4)  COMP.
           05  SD-ENTRY               OCCURS 200 TIMES.
               10  SD-SCHED-ID        PIC X(8).
               10  SD-STREAM          PIC X(8).
               10  SD-TIME            PIC 9(4).
               10  SD-RECUR           PIC X(40).
               10  SD-FROM-DATE       PIC 9(8).
               10  SD-TO-DATE         PIC 9(8).
               10  SD-DUE             PIC X.
                   88  SD-IS-DUE                VALUE "Y".
