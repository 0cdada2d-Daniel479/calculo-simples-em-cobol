      ******************************************************************
      * Copybook: SOMACRH
      * Purpose : SOMA-CORH correction history record - one line per
      *           correction line the recycle run has read from the
      *           day's SOMACORR.DAT, appended and never rewritten, so
      *           who keyed which correction or write-off (and for how
      *           much) stays on record after the corrections file is
      *           recut. CRH-DATE is the recycle run date. CRH-OUTCOME:
      *           "A"=applied (resubmitted or written off), "R"=refused
      *           (operator not entitled, write-off above limit, or an
      *           invalid action - the reject stays open), "I"=ignored
      *           (unknown transaction or reject already resolved).
      *           The trailing group is the correction line exactly as
      *           keyed (SOMACOR layout).
      ******************************************************************
       01  CRH-LINE.
           05  CRH-DATE            PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CRH-OUTCOME         PIC X(01).
               88  CRH-APPLIED                VALUE "A".
               88  CRH-REFUSED                VALUE "R".
               88  CRH-IGNORED                VALUE "I".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CRH-CORRECTION      PIC X(79).
