      ******************************************************************
      * Copybook: SOMABDR
      * Purpose : Print-line layouts for the SOMA-BUDR budget
      *           maintenance listing - run heading with the mode
      *           (LOAD or AMEND), one line per load line or
      *           amendment request showing whether it was applied
      *           or refused and why, the figure before and after,
      *           the run totals and the status line.
      ******************************************************************
       01  BDR-HEADING-LINE.
           05  FILLER              PIC X(36) VALUE
                   "SOMA BUDGET MAINTENANCE      DATE:  ".
           05  BDR-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(08) VALUE "  MODE: ".
           05  BDR-HDG-MODE        PIC X(05).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  BDR-COLUMN-LINE.
           05  FILLER              PIC X(09) VALUE "RESULT".
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(08) VALUE "YEAR MM".
           05  FILLER              PIC X(15) VALUE "         BEFORE".
           05  FILLER              PIC X(15) VALUE "          AFTER".
           05  FILLER              PIC X(42) VALUE " NOTE".

       01  BDR-DETAIL-LINE.
           05  BDR-DET-RESULT      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDR-DET-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDR-DET-YEAR        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDR-DET-MONTH       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDR-DET-BEFORE      PIC -Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDR-DET-AFTER       PIC -Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDR-DET-NOTE        PIC X(30).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  BDR-TOTAL-LINE.
           05  BDR-TOT-LABEL       PIC X(28).
           05  BDR-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(66) VALUE SPACES.

       01  BDR-STATUS-LINE.
           05  FILLER              PIC X(08) VALUE "STATUS: ".
           05  BDR-STATUS-TEXT     PIC X(60).
           05  FILLER              PIC X(32) VALUE SPACES.
