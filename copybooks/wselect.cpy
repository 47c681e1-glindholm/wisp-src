      ******************************************************************
      * WSELECT - a record selection written against the layout
      *           dictionary's field names (see wlayout.cpy).  The
      *           batch utilities that pick records out of a mapped
      *           file -- query, mass update, and the rest -- take
      *           their criteria as clauses of the form
      *
      *               field  operator  value  [value]
      *
      *           joined by AND and OR (AND binds tighter, so
      *           "A AND B OR C" selects A-and-B records plus C
      *           records).  Each clause is parsed into the term table
      *           once, against the file's layout:
      *
      *               CALL "WSELPARSE" USING WISP-RECORD-LAYOUT,
      *                   WISP-SELECTION, CONNECTOR, CLAUSE, RET
      *
      *           CONNECTOR is X(3), "AND" or "OR" (ignored on the
      *           first clause); CLAUSE is X(100); RET PIC 9 is zero
      *           when the clause was added, else SEL-MESSAGE says why.
      *           Each record is then tested with
      *
      *               CALL "WLAYSEL" USING WISP-RECORD-LAYOUT,
      *                   WISP-SELECTION, RECORD-AREA
      *
      *           which sets SEL-MATCHED.  No terms selects everything.
      *
      *           Operators:  EQ  NE  GT  GE  LT  LE
      *                       RANGE     value-1 to value-2 inclusive
      *                       CONTAINS  the value appears in the field
      *           A value with embedded blanks is written in quotes.
      *           Numeric and date fields compare by value (a date as
      *           YYYYMMDD or YYYY-MM-DD); character fields compare as
      *           text.  A field whose bytes do not decode never
      *           matches.
      ******************************************************************

       01  WISP-SELECTION.
           05  SEL-TERM-COUNT         PIC 9(4)  COMP.
           05  SEL-TERM               OCCURS 20 TIMES.
               10  SEL-CONNECT        PIC X(3).
                   88  SEL-CONNECT-OR             VALUE "OR ".
               10  SEL-FIELD-NUM      PIC 9(4)  COMP.
               10  SEL-OPERATOR       PIC XX.
                   88  SEL-OP-EQ                  VALUE "EQ".
                   88  SEL-OP-NE                  VALUE "NE".
                   88  SEL-OP-GT                  VALUE "GT".
                   88  SEL-OP-GE                  VALUE "GE".
                   88  SEL-OP-LT                  VALUE "LT".
                   88  SEL-OP-LE                  VALUE "LE".
                   88  SEL-OP-RANGE               VALUE "RG".
                   88  SEL-OP-CONTAINS            VALUE "CT".
               10  SEL-VALUE-1        PIC X(40).
               10  SEL-VALUE-2        PIC X(40).
               10  SEL-VALUE-LEN      PIC 9(4)  COMP.
               10  SEL-NUMBER-1       PIC S9(14)V9(4) COMP-3.
               10  SEL-NUMBER-2       PIC S9(14)V9(4) COMP-3.
               10  SEL-BY-NUMBER-SW   PIC X.
                   88  SEL-BY-NUMBER              VALUE "Y".
           05  SEL-MATCH-SW           PIC X.
               88  SEL-MATCHED                    VALUE "Y".
           05  SEL-MESSAGE            PIC X(60).
