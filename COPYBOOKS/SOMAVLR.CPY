      ******************************************************************
      * Copybook: SOMAVLR
      * Purpose : Print-line layouts for the SOMA-VALR validate-only
      *           projection report - run heading, then per branch
      *           feed a section heading, one line per transaction
      *           the night's SOMA run would reject or hold (with the
      *           raw fields as fed, the same way SOMAEXCP shows
      *           them, and the reason), one line per account the
      *           branch would post to with the projected movement,
      *           and the branch totals; then the projected balance
      *           of every account the feed touches (opening balance
      *           on the master, projected movement and projected
      *           closing balance), the run totals and a status line
      *           telling operations whether the feed is fit to post.
      ******************************************************************
       01  VLR-HEADING-LINE.
           05  FILLER              PIC X(38) VALUE
                   "SOMA VALIDATE-ONLY PROJECTION  DATE:  ".
           05  VLR-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(08) VALUE "  FEED: ".
           05  VLR-HDG-FEED        PIC X(44).

       01  VLR-SECTION-LINE.
           05  VLR-SEC-TEXT        PIC X(60).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  VLR-BRANCH-LINE.
           05  FILLER              PIC X(07) VALUE "BRANCH ".
           05  VLR-BR-ID           PIC X(08).
           05  FILLER              PIC X(08) VALUE "  FEED: ".
           05  VLR-BR-FILE         PIC X(45).
           05  FILLER              PIC X(32) VALUE SPACES.

       01  VLR-COLUMN-LINE.
           05  FILLER              PIC X(14) VALUE "RESULT TRANS ".
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(06) VALUE "OP CCY".
           05  FILLER              PIC X(22) VALUE
                   " N1         N2".
           05  FILLER              PIC X(11) VALUE "CONTRA".
           05  FILLER              PIC X(36) VALUE "REASON".

       01  VLR-DETAIL-LINE.
           05  VLR-DET-RESULT      PIC X(07).
           05  VLR-DET-TRANS-ID    PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-DET-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-DET-OP          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VLR-DET-CCY         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-DET-N1          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-DET-N2          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-DET-CONTRA      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-DET-REASON      PIC X(30).
           05  FILLER              PIC X(05) VALUE SPACES.

       01  VLR-MOVE-LINE.
           05  FILLER              PIC X(07) VALUE "POSTS  ".
           05  VLR-MOV-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-MOV-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(10) VALUE " POSTINGS ".
           05  VLR-MOV-AMOUNT      PIC -Z(9)9.99.
           05  FILLER              PIC X(52) VALUE SPACES.

       01  VLR-BRTOT-LINE.
           05  FILLER              PIC X(13) VALUE "BRANCH TOTAL ".
           05  FILLER              PIC X(05) VALUE "READ ".
           05  VLR-BRT-READ        PIC ZZZZZ9.
           05  FILLER              PIC X(08) VALUE " POSTED ".
           05  VLR-BRT-POSTED      PIC ZZZZZ9.
           05  FILLER              PIC X(10) VALUE " REJECTED ".
           05  VLR-BRT-REJECTED    PIC ZZZZZ9.
           05  FILLER              PIC X(06) VALUE " HELD ".
           05  VLR-BRT-HELD        PIC ZZZZZ9.
           05  FILLER              PIC X(08) VALUE " AMOUNT ".
           05  VLR-BRT-AMOUNT      PIC -Z(9)9.99.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  VLR-BAL-COLUMN-LINE.
           05  FILLER              PIC X(13) VALUE "ACCOUNT    ST".
           05  FILLER              PIC X(15) VALUE
                   "        OPENING".
           05  FILLER              PIC X(15) VALUE
                   "       MOVEMENT".
           05  FILLER              PIC X(15) VALUE
                   "      PROJECTED".
           05  FILLER              PIC X(42) VALUE SPACES.

       01  VLR-BAL-LINE.
           05  VLR-BAL-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-BAL-STATUS      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-BAL-OPENING     PIC -Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-BAL-MOVEMENT    PIC -Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-BAL-PROJECTED   PIC -Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-BAL-NOTE        PIC X(20).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  VLR-TOTAL-LINE.
           05  VLR-TOT-LABEL       PIC X(28).
           05  VLR-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VLR-TOT-AMOUNT      PIC -Z(10)9.99.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  VLR-STATUS-LINE.
           05  FILLER              PIC X(08) VALUE "STATUS: ".
           05  VLR-STATUS-TEXT     PIC X(60).
           05  FILLER              PIC X(32) VALUE SPACES.
