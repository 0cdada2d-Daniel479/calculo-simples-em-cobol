      ******************************************************************
      * Copybook: SOMAVRR
      * Purpose : Print-line layouts for the SOMA-VARR budget variance
      *           report - run heading (fiscal year and report
      *           month), one line per fiscal month to date naming
      *           where its actuals came from (a SOMACLSE period-end
      *           snapshot, the live SOMAPTD.DAT period-to-date file,
      *           or why the month could not be measured), then two
      *           lines per budgeted account - the report month and
      *           the year to date - each with budget, actual,
      *           variance (actual less budget) in amount and percent
      *           of budget, and OVER where the actual has run past
      *           the budget; then the exceptions (accounts that
      *           posted with no budget line, budget lines for closed
      *           or unknown accounts), the run totals and the status
      *           line.
      ******************************************************************
       01  VRR-HEADING-LINE.
           05  FILLER              PIC X(33) VALUE
                   "SOMA BUDGET VARIANCE  FISCAL YEAR".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VRR-HDG-YEAR        PIC X(04).
           05  FILLER              PIC X(08) VALUE "  MONTH ".
           05  VRR-HDG-MONTH       PIC X(07).
           05  FILLER              PIC X(15) VALUE " (FISCAL MONTH ".
           05  VRR-HDG-FMONTH      PIC Z9.
           05  FILLER              PIC X(08) VALUE ")  DATE ".
           05  VRR-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  VRR-SOURCE-LINE.
           05  FILLER              PIC X(08) VALUE "ACTUALS ".
           05  VRR-SRC-MONTH       PIC X(07).
           05  FILLER              PIC X(02) VALUE ": ".
           05  VRR-SRC-TEXT        PIC X(60).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  VRR-SECTION-LINE.
           05  VRR-SEC-TEXT        PIC X(60).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  VRR-COLUMN-LINE.
           05  FILLER              PIC X(14) VALUE "ACCOUNT    ST ".
           05  FILLER              PIC X(06) VALUE "PERIOD".
           05  FILLER              PIC X(15) VALUE "         BUDGET".
           05  FILLER              PIC X(15) VALUE "         ACTUAL".
           05  FILLER              PIC X(15) VALUE "       VARIANCE".
           05  FILLER              PIC X(09) VALUE "    VAR %".
           05  FILLER              PIC X(26) VALUE SPACES.

       01  VRR-DETAIL-LINE.
           05  VRR-DET-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VRR-DET-STATUS      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VRR-DET-PERIOD      PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VRR-DET-BUDGET      PIC -Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VRR-DET-ACTUAL      PIC -Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VRR-DET-VARIANCE    PIC -Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VRR-DET-PCT         PIC -Z(4)9.9.
           05  VRR-DET-PCT-X REDEFINES VRR-DET-PCT
                                   PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VRR-DET-OVER        PIC X(04).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  VRR-EXCEPTION-LINE.
           05  VRR-EXC-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VRR-EXC-STATUS      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VRR-EXC-LABEL       PIC X(12).
           05  VRR-EXC-AMOUNT      PIC -Z(9)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VRR-EXC-NOTE        PIC X(40).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  VRR-TOTAL-LINE.
           05  VRR-TOT-LABEL       PIC X(28).
           05  VRR-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VRR-TOT-AMOUNT      PIC -Z(10)9.99.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  VRR-STATUS-LINE.
           05  FILLER              PIC X(08) VALUE "STATUS: ".
           05  VRR-STATUS-TEXT     PIC X(60).
           05  FILLER              PIC X(32) VALUE SPACES.
