      *                              authority nn before its DNR
      *                              completes -- read by WMFNGETPARM
      *                              itself, passed over here
      *       LOCATION class         restricts the screen to
      *                              workstations registered in
      *                              WWSREG.DAT for that class --
      *                              also read by WMFNGETPARM, passed
      *                              over here
      *       BATCH nn               makes the screen a document
      *                              batch screen -- each submission
      *                              is added to the clerk's open
      *                              batch at the amount in field nn;
      *                              read by WMFNGETPARM, passed over
      *                              here
      *       DUPCHECK nn [nn ...]   up to six fields that together
      *                              identify one document; a repeat
      *                              of the same values inside
      *                              DUPCHKMIN minutes warns before
      *                              the DNR completes -- read by
      *                              WMFNGETPARM, passed over here
      *       END                   ends the definition
      *
      *   Lines starting with "*" are comments.  Operations can
      *   reword a screen the day the typo is reported.
