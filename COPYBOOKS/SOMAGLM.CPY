      *           totals section proving the interface both ways, so
      *           a difference between our total and GL's is pinned
      *           to its lines instead of eyeballing two flat files.
      *           The detail account is the mapped ledger account
      *           (natural account and cost centre) the match is on.
      ******************************************************************
       01  GLM-HEADING-LINE.
           05  FILLER              PIC X(35) VALUE
       01  GLM-DETAIL-LINE.
           05  GLM-DET-TAG         PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLM-DET-ACCOUNT     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLM-DET-AMOUNT      PIC -Z(8)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLM-DET-DATE        PIC X(10).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  GLM-TOTAL-LINE.
           05  GLM-TOT-LABEL       PIC X(24).
