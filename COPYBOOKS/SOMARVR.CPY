      ******************************************************************
      * Copybook: SOMARVR
      * Purpose : Print-line layouts for the SOMA-RVSR reversal
      *           listing - one line per reversal request showing the
      *           original's posting date, account, contra account
      *           and base-currency amount as found on the posting
      *           history, the fresh reversal transaction id when the
      *           reversal was cut, or why it was refused, plus
      *           totals for the emitted feed and the refusals.
      ******************************************************************
       01  RVR-HEADING-LINE.
           05  FILLER              PIC X(36) VALUE
                   "SOMA TRANSACTION REVERSALS   DATE:  ".
           05  RVR-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(54) VALUE SPACES.

       01  RVR-COLUMN-LINE.
           05  FILLER              PIC X(08) VALUE "ORIG-ID".
           05  FILLER              PIC X(11) VALUE "POSTED".
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(11) VALUE "CONTRA".
           05  FILLER              PIC X(14) VALUE "       AMOUNT".
           05  FILLER              PIC X(08) VALUE "REV-ID".
           05  FILLER              PIC X(37) VALUE "STATUS".

       01  RVR-DETAIL-LINE.
           05  RVR-DET-ORIG-ID     PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RVR-DET-ORIG-DATE   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVR-DET-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVR-DET-CONTRA      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVR-DET-AMOUNT      PIC -Z(8)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVR-DET-REV-ID      PIC ZZZZZZ.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RVR-DET-STATUS      PIC X(30).
           05  FILLER              PIC X(07) VALUE SPACES.

       01  RVR-TOTAL-LINE.
           05  FILLER              PIC X(14) VALUE "REVERSALS CUT".
           05  RVR-TOT-CUT         PIC ZZZZZ9.
           05  FILLER              PIC X(07) VALUE ", SUM  ".
           05  RVR-TOT-SUM         PIC -Z(9)9.99.
           05  FILLER              PIC X(11) VALUE ", REFUSED ".
           05  RVR-TOT-REFUSED     PIC ZZZZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.
