      *           did with it: "A"=booked, "R"=rejected by GL edits.
      *           SOMAACK matches these against the lines we sent and
      *           reports unacknowledged, rejected and unexpected
      *           items with totals each way. GLA-MAPPED-ACCOUNT
      *           echoes the ledger account (natural account and cost
      *           centre) the line was booked to; the match is made on
      *           it rather than on the SOMA account code.
      ******************************************************************
       01  GLA-LINE.
           05  GLA-ACCOUNT-CODE    PIC X(10).
           05  GLA-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLA-STATUS          PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLA-MAPPED-ACCOUNT  PIC X(20).
