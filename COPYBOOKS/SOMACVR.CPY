      ******************************************************************
      * Copybook: SOMACVR
      * Purpose : Print-line layouts for the SOMA-CSVR branch feed
      *           intake response - the file sent back to the branch
      *           for every delimited feed it submits. Run heading
      *           (branch, submitted file, business date), one line
      *           per error found giving the spreadsheet row and
      *           column (number and header name), the value as sent
      *           and what is wrong with it, the run totals, and the
      *           status line: accepted and queued for the merge
      *           under the feed name shown, or refused as a whole.
      ******************************************************************
       01  CVR-HEADING-LINE.
           05  FILLER              PIC X(26) VALUE
                   "SOMA BRANCH FEED INTAKE - ".
           05  CVR-HDG-BRANCH      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CVR-HDG-FILE        PIC X(40).
           05  FILLER              PIC X(07) VALUE "  DATE ".
           05  CVR-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(08) VALUE SPACES.

       01  CVR-SECTION-LINE.
           05  CVR-SEC-TEXT        PIC X(80).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  CVR-COLUMN-LINE.
           05  FILLER              PIC X(07) VALUE "   ROW".
           05  FILLER              PIC X(15) VALUE "COL NAME".
           05  FILLER              PIC X(21) VALUE "VALUE SENT".
           05  FILLER              PIC X(57) VALUE "ERROR".

       01  CVR-ERROR-LINE.
           05  CVR-ERR-ROW         PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CVR-ERR-COL         PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CVR-ERR-NAME        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CVR-ERR-VALUE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CVR-ERR-TEXT        PIC X(40).
           05  FILLER              PIC X(17) VALUE SPACES.

       01  CVR-TOTAL-LINE.
           05  CVR-TOT-LABEL       PIC X(28).
           05  CVR-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CVR-TOT-SUM         PIC -(10)9.99.
           05  CVR-TOT-SUM-X REDEFINES CVR-TOT-SUM
                                   PIC X(14).
           05  FILLER              PIC X(50) VALUE SPACES.

       01  CVR-STATUS-LINE.
           05  FILLER              PIC X(08) VALUE "STATUS: ".
           05  CVR-STATUS-TEXT     PIC X(80).
           05  FILLER              PIC X(12) VALUE SPACES.
