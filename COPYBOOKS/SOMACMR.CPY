      ******************************************************************
      * Copybook: SOMACMR
      * Purpose : Print-line layouts for the SOMA-CMPR daily
      *           compliance monitoring report - run heading with the
      *           monitored date and the first business date of the
      *           rolling window, the thresholds in force, one line
      *           per alert raised (type, account, amount, postings,
      *           the case opened for it or the case it is already
      *           on, and what was seen), the case file work list of
      *           every case still open or reviewed, the run totals
      *           and the status line.
      ******************************************************************
       01  CMR-HEADING-LINE.
           05  FILLER              PIC X(36) VALUE
                   "SOMA COMPLIANCE MONITOR      DATE:  ".
           05  CMR-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(14) VALUE "  WINDOW FROM ".
           05  CMR-HDG-WINDOW      PIC X(10).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  CMR-PARM-LINE.
           05  FILLER              PIC X(12) VALUE "REPORTABLE: ".
           05  CMR-PRM-REPORT-AMT  PIC Z(8)9.99.
           05  FILLER              PIC X(14) VALUE "  JUST BELOW: ".
           05  CMR-PRM-NEAR-PCT    PIC ZZ9.
           05  FILLER              PIC X(06) VALUE "% X   ".
           05  CMR-PRM-NEAR-COUNT  PIC ZZ9.
           05  FILLER              PIC X(08) VALUE "  DAYS: ".
           05  CMR-PRM-DAYS        PIC ZZ9.
           05  FILLER              PIC X(12) VALUE "  MAX HOPS: ".
           05  CMR-PRM-HOPS        PIC Z9.
           05  FILLER              PIC X(25) VALUE SPACES.

       01  CMR-SECTION-LINE.
           05  CMR-SEC-TEXT        PIC X(60).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  CMR-ALERT-COLUMN-LINE.
           05  FILLER              PIC X(07) VALUE "TYPE".
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(14) VALUE "       AMOUNT".
           05  FILLER              PIC X(05) VALUE "POST".
           05  FILLER              PIC X(07) VALUE "CASE".
           05  FILLER              PIC X(56) VALUE "DETAIL".

       01  CMR-ALERT-LINE.
           05  CMR-ALT-TYPE        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-ALT-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-ALT-AMOUNT      PIC -Z(8)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-ALT-POSTINGS    PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-ALT-CASE        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-ALT-DETAIL      PIC X(55).
           05  FILLER              PIC X(01) VALUE SPACE.

       01  CMR-CASE-COLUMN-LINE.
           05  FILLER              PIC X(07) VALUE "CASE".
           05  FILLER              PIC X(10) VALUE "STATUS".
           05  FILLER              PIC X(07) VALUE "TYPE".
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(11) VALUE "ALERT DATE".
           05  FILLER              PIC X(14) VALUE "       AMOUNT".
           05  FILLER              PIC X(40) VALUE "DETAIL".

       01  CMR-CASE-LINE.
           05  CMR-CAS-CASE-ID     PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-CAS-STATUS      PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-CAS-TYPE        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-CAS-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-CAS-ALERT-DATE  PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-CAS-AMOUNT      PIC -Z(8)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CMR-CAS-DETAIL      PIC X(39).
           05  FILLER              PIC X(01) VALUE SPACE.

       01  CMR-TOTAL-LINE.
           05  CMR-TOT-LABEL       PIC X(28).
           05  CMR-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(66) VALUE SPACES.

       01  CMR-STATUS-LINE.
           05  FILLER              PIC X(08) VALUE "STATUS: ".
           05  CMR-STATUS-TEXT     PIC X(60).
           05  FILLER              PIC X(32) VALUE SPACES.
