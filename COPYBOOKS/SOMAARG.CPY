      ******************************************************************
      * Copybook: SOMAARG
      * Purpose : Print-line layouts for the SOMA-ACRR daily accrual
      *           register - one line per SOMAINTR account showing the
      *           closing balance the day's accrual was struck on,
      *           the basis and number of days accrued, the blended
      *           annual rate the tiers came to, the day's accrual
      *           and the interest accrued to date (or why nothing
      *           accrued), then on the period-end date one line per
      *           interest or service-charge transaction cut to the
      *           posting feed under its fresh transaction id, the
      *           run totals and the status line operations acts on.
      ******************************************************************
       01  ARG-HEADING-LINE.
           05  FILLER              PIC X(38) VALUE
                   "SOMA INTEREST AND FEE ACCRUAL  DATE:  ".
           05  ARG-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ARG-HDG-CUT         PIC X(20).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  ARG-SECTION-LINE.
           05  ARG-SEC-TEXT        PIC X(60).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  ARG-COLUMN-LINE.
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(09) VALUE "ST BS DAY".
           05  FILLER              PIC X(15) VALUE
                   "  CLOSING BAL".
           05  FILLER              PIC X(09) VALUE "  RATE %".
           05  FILLER              PIC X(15) VALUE
                   "      TODAY".
           05  FILLER              PIC X(15) VALUE
                   "   TO DATE".
           05  FILLER              PIC X(26) VALUE "NOTE".

       01  ARG-DETAIL-LINE.
           05  ARG-DET-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARG-DET-STATUS      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ARG-DET-BASIS       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARG-DET-DAYS        PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARG-DET-BALANCE     PIC -Z(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARG-DET-RATE        PIC ZZ9.9999.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARG-DET-TODAY       PIC -Z(7)9.9999.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARG-DET-TO-DATE     PIC -Z(7)9.9999.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARG-DET-NOTE        PIC X(26).

       01  ARG-CUT-COLUMN-LINE.
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(09) VALUE "CHARGE".
           05  FILLER              PIC X(10) VALUE "TRANS-ID".
           05  FILLER              PIC X(03) VALUE "OP".
           05  FILLER              PIC X(13) VALUE "       AMOUNT".
           05  FILLER              PIC X(12) VALUE " CONTRA".
           05  FILLER              PIC X(42) VALUE "NOTE".

       01  ARG-CUT-LINE.
           05  ARG-CUT-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARG-CUT-KIND        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARG-CUT-TRANS-ID    PIC ZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  ARG-CUT-OP          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ARG-CUT-AMOUNT      PIC -Z(7)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ARG-CUT-CONTRA      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ARG-CUT-NOTE        PIC X(30).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  ARG-TOTAL-LINE.
           05  ARG-TOT-LABEL       PIC X(28).
           05  ARG-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARG-TOT-AMOUNT      PIC -Z(10)9.99.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  ARG-STATUS-LINE.
           05  FILLER              PIC X(08) VALUE "STATUS: ".
           05  ARG-STATUS-TEXT     PIC X(60).
           05  FILLER              PIC X(32) VALUE SPACES.
