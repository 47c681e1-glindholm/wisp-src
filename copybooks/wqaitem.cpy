      ******************************************************************
      * WQAITEM - one supervisor QA review item in QAQUEUE.DAT.  The
      *           weekly WQASAMP run draws a random share of each
      *           operator's GTPMAUD submissions per screen class --
      *           a larger share for operators new to the system --
      *           and queues one item per submission drawn.  The
      *           supervisor works the queue from WQAREV, which finds
      *           the audit record again by its date, time, screen
      *           and operator and shows the keyed values, and marks
      *           each item correct, or wrong with an error category
      *           from the WISPCFG QACATS list.  Reviewed items stay
      *           on the file for the monthly WQARPT accuracy report.
      *
      *           The same layout is the WQAQUE call's parameter
      *           block: the caller fills the fields its function
      *           needs and the service fills the rest.
      *
      *           Readers COPY this record into working storage over
      *           a PIC X(175) line of QAQUEUE.DAT (line sequential).
      ******************************************************************

       01  WQAITEM-RECORD.
      *        Assigned by WQASAMP, one up from the highest on file.
           05  QA-ITEM-ID             PIC 9(8).
           05  FILLER                 PIC X.
           05  QA-STATUS              PIC X.
               88  QA-PENDING                   VALUE "P".
               88  QA-CORRECT                   VALUE "C".
               88  QA-WRONG                     VALUE "W".
           05  FILLER                 PIC X.
      *        The last day of the week the item was drawn from.
           05  QA-WEEK                PIC 9(8).
           05  FILLER                 PIC X.
           05  QA-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
      *        The screen's WGPSCRN LOCATION class, or GENERAL.
           05  QA-CLASS               PIC X(8).
           05  FILLER                 PIC X.
      *        "Y" when the operator was drawn at the new-operator
      *        rate.
           05  QA-NEW-FLAG            PIC X.
           05  FILLER                 PIC X.
      *        The GTPMAUD record the item stands for.
           05  QA-APP                 PIC X(40).
           05  FILLER                 PIC X.
           05  QA-AUD-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  QA-AUD-TIME            PIC X(8).
           05  FILLER                 PIC X.
      *        The review.
           05  QA-REVIEWER            PIC X(8).
           05  FILLER                 PIC X.
           05  QA-REV-DATE            PIC 9(8).
           05  FILLER                 PIC X.
           05  QA-REV-TIME            PIC 9(8).
           05  FILLER                 PIC X.
           05  QA-CATEGORY            PIC X(8).
           05  FILLER                 PIC X.
           05  QA-NOTE                PIC X(40).
