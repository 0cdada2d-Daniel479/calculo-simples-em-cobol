      ******************************************************************
      * Copybook: SOMAWHR
      * Purpose : Print-line layouts for the future-dated warehouse
      *           reports - the SOMAWHS daily warehouse report
      *           (SOMAWHSR.DAT: items released tonight, items due in
      *           the next few business days by release date, and the
      *           projected movement per account over those days for
      *           treasury) and the SOMAWHM maintenance listing
      *           (SOMAWHML.DAT: each add, amend or cancel request
      *           applied or refused and why, then every item still
      *           waiting). Run heading (report title, business date,
      *           days ahead), section lines, item lines, request
      *           lines, account total lines, run totals and the
      *           status line.
      ******************************************************************
       01  WHR-HEADING-LINE.
           05  WHR-HDG-TITLE       PIC X(40).
           05  FILLER              PIC X(06) VALUE "DATE ".
           05  WHR-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WHR-HDG-DAYS-TEXT   PIC X(20).
           05  WHR-HDG-DAYS        PIC ZZZ.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WHR-SECTION-LINE.
           05  WHR-SEC-TEXT        PIC X(80).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WHR-ITEM-COLUMN-LINE.
           05  FILLER              PIC X(11) VALUE "RELEASE".
           05  FILLER              PIC X(11) VALUE "EFFECTIVE".
           05  FILLER              PIC X(14) VALUE "TRANS  FED AS".
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(06) VALUE "OP CUR".
           05  FILLER              PIC X(13) VALUE "          N1".
           05  FILLER              PIC X(13) VALUE "          N2".
           05  FILLER              PIC X(11) VALUE " CONTRA".
           05  FILLER              PIC X(10) VALUE "NOTE".

       01  WHR-ITEM-LINE.
           05  WHR-ITM-RELEASE     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ITM-EFFECTIVE   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ITM-TRANS-ID    PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ITM-NEW-ID      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ITM-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ITM-OP          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WHR-ITM-CCY         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ITM-N1          PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ITM-N2          PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ITM-CONTRA      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ITM-NOTE        PIC X(08).

       01  WHR-REQ-COLUMN-LINE.
           05  FILLER              PIC X(02) VALUE "A".
           05  FILLER              PIC X(07) VALUE "TRANS".
           05  FILLER              PIC X(11) VALUE "EFFECTIVE".
           05  FILLER              PIC X(21) VALUE "OPERATOR".
           05  FILLER              PIC X(09) VALUE "RESULT".
           05  FILLER              PIC X(50) VALUE "NOTE".

       01  WHR-REQUEST-LINE.
           05  WHR-REQ-ACTION      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-REQ-TRANS-ID    PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-REQ-EFFECTIVE   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-REQ-OPERATOR    PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-REQ-RESULT      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-REQ-NOTE        PIC X(30).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WHR-ACCT-COLUMN-LINE.
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(07) VALUE "  ITEMS".
           05  FILLER              PIC X(16) VALUE
                   "   PROJECTED NET".
           05  FILLER              PIC X(66) VALUE
                   "  FIRST DUE".

       01  WHR-ACCOUNT-LINE.
           05  WHR-ACC-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ACC-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHR-ACC-NET         PIC -(11)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WHR-ACC-FIRST-DUE   PIC X(10).
           05  FILLER              PIC X(55) VALUE SPACES.

       01  WHR-TOTAL-LINE.
           05  WHR-TOT-LABEL       PIC X(32).
           05  WHR-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(62) VALUE SPACES.

       01  WHR-STATUS-LINE.
           05  FILLER              PIC X(08) VALUE "STATUS: ".
           05  WHR-STATUS-TEXT     PIC X(80).
           05  FILLER              PIC X(12) VALUE SPACES.
