      ******************************************************************
      * Copybook: SOMARBL
      * Purpose : Print-line layouts for the SOMA-RBLR point-in-time
      *           rebuild report - run heading (as-of date and mode),
      *           the rebuild's provenance (the SOMACLSE period-end
      *           snapshot it started from, the period start the
      *           period-to-date figures run from, and how many
      *           posting-history lines and account-maintenance
      *           actions were replayed on top of it), one line per
      *           history posting whose HST-RESULT-BAL does not chain
      *           from the replayed balance (a gap in the history or
      *           a snapshot that does not match it), then the compare
      *           against the live balance master - one line per
      *           account whose balance, status or BAL-LAST-POSTED
      *           differs, rebuilt figures beside live figures with
      *           the fields that differ named - the run totals and
      *           the status line operations acts on.
      ******************************************************************
       01  RBL-HEADING-LINE.
           05  FILLER              PIC X(33) VALUE
                   "SOMA POINT-IN-TIME REBUILD AS OF ".
           05  RBL-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(08) VALUE "  MODE: ".
           05  RBL-HDG-MODE        PIC X(07).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  RBL-INFO-LINE.
           05  RBL-INF-LABEL       PIC X(28).
           05  RBL-INF-TEXT        PIC X(60).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  RBL-SECTION-LINE.
           05  RBL-SEC-TEXT        PIC X(60).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  RBL-BREAK-LINE.
           05  FILLER              PIC X(12) VALUE "CHAIN BREAK ".
           05  RBL-BRK-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RBL-BRK-DATE        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RBL-BRK-TRANS-ID    PIC X(06).
           05  FILLER              PIC X(10) VALUE " REPLAYED ".
           05  RBL-BRK-REPLAYED    PIC -Z(9)9.99.
           05  FILLER              PIC X(09) VALUE " HISTORY ".
           05  RBL-BRK-HISTORY     PIC -Z(9)9.99.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  RBL-COLUMN-LINE.
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(13) VALUE "REBUILT: ST ".
           05  FILLER              PIC X(26) VALUE
                   "LAST-POSTED     BALANCE  ".
           05  FILLER              PIC X(29) VALUE
                   "LIVE: ST LAST-POSTED BALANCE".
           05  FILLER              PIC X(21) VALUE "DIFFERS".

       01  RBL-DIFF-LINE.
           05  RBL-DIF-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RBL-DIF-RB-STAT     PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RBL-DIF-RB-LAST     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RBL-DIF-RB-BAL      PIC -Z(9)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RBL-DIF-LV-STAT     PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RBL-DIF-LV-LAST     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RBL-DIF-LV-BAL      PIC -Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RBL-DIF-NOTE        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  RBL-TOTAL-LINE.
           05  RBL-TOT-LABEL       PIC X(28).
           05  RBL-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RBL-TOT-AMOUNT      PIC -Z(10)9.99.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RBL-STATUS-LINE.
           05  FILLER              PIC X(08) VALUE "STATUS: ".
           05  RBL-STATUS-TEXT     PIC X(60).
           05  FILLER              PIC X(32) VALUE SPACES.
