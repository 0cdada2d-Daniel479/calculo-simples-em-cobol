      ******************************************************************
      * Copybook: SOMACAH
      * Purpose : SOMA-CAHS compliance case history record - one line
      *           per event in a case's life, appended and never
      *           rewritten: the opening by the daily monitor (old
      *           status space, new status "O", no operator) and
      *           every status change applied by the case maintenance
      *           job with the officer and note, so the full handling
      *           of any case can be shown to the regulators.
      ******************************************************************
       01  CAH-LINE.
           05  CAH-DATE            PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAH-TIME            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAH-CASE-ID         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAH-OLD-STATUS      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAH-NEW-STATUS      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAH-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAH-NOTE            PIC X(30).
