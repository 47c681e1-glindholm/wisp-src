      ******************************************************************
      * WRECERT - one line of an access recertification campaign,
      *           WRECERT.DAT.  WRECERT OPEN writes one line per active
      *           operator on WOPERMST, filed under the supervisor the
      *           master names for them, with the access being
      *           recertified as it stood that day: authority level,
      *           entity, named roles, last sign-on, and the
      *           applications the operator actually used.
      *
      *           The supervisor certifies or revokes each line on the
      *           WCERTOP screen; WRECERT CLOSE, at the deadline,
      *           deactivates every operator left uncertified or idle
      *           and stamps the outcome on the line.  The file keeps
      *           the last campaign until the next one is opened.
      *
      *           Readers COPY this record under their own FD for
      *           WRECERT.DAT (line sequential), or into working
      *           storage over a PIC X(171) record.
      ******************************************************************

       01  WRECERT-RECORD.
      *        The date the campaign was opened, and its deadline.
           05  RC-CAMPAIGN            PIC 9(8).
           05  FILLER                 PIC X.
           05  RC-DEADLINE            PIC 9(8).
           05  FILLER                 PIC X.
      *        Blank when the master names no supervisor -- such lines
      *        are decided by an operator whose level reaches
      *        OPERMNTAUTH.
           05  RC-SUPERVISOR          PIC X(8).
           05  FILLER                 PIC X.
           05  RC-OPERATOR            PIC X(8).
           05  FILLER                 PIC X.
           05  RC-AUTH                PIC XX.
           05  FILLER                 PIC X.
           05  RC-ENTITY              PIC X(4).
           05  FILLER                 PIC X.
           05  RC-LASTSIGN            PIC X(8).
           05  FILLER                 PIC X.
      *        Blank = awaiting the supervisor.
           05  RC-DECISION            PIC X.
               88  RC-PENDING                   VALUE " ".
               88  RC-CERTIFIED                 VALUE "C".
               88  RC-REVOKED                   VALUE "R".
           05  FILLER                 PIC X.
           05  RC-DECIDED-DATE        PIC X(8).
           05  FILLER                 PIC X.
           05  RC-DECIDED-BY          PIC X(8).
           05  FILLER                 PIC X.
      *        Blank until WRECERT CLOSE: K = access kept,
      *        D = operator deactivated.
           05  RC-OUTCOME             PIC X.
               88  RC-OPEN-LINE                 VALUE " ".
               88  RC-KEPT                      VALUE "K".
               88  RC-DEACTIVATED               VALUE "D".
           05  FILLER                 PIC X.
           05  RC-ROLES               PIC X(35).
           05  FILLER                 PIC X.
      *        Distinct GETPARM applications from GTPMAUD over the
      *        look-back, space-separated; a "+" in the last byte
      *        means more than fit.
           05  RC-FUNCTIONS           PIC X(60).
