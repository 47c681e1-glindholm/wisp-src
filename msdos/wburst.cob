      *    registered with WSPOOLQ under the break value as its own
      *    form code, so WSPOOLMGR's SPOOLDEST-<value> destinations
      *    deliver each branch only its own pages.
      *    A branch that reads its pages in a viewer rather than
      *    printing them gets them as PDF by setting the WISPCFG key
      *    SPOOLPDF-<value> to "Y"; the piece file itself stays the
      *    carriage-control text.
      *
      /*****************************************************************
      *                         ENVIRONMENT DIVISION                   *
