      ******************************************************************
      * Copybook: SOMACSR
      * Purpose : Print-line layouts for the SOMA-CASR compliance case
      *           maintenance listing - run heading, one line per
      *           case update request showing whether it was applied
      *           or refused and why, the case's status before and
      *           after, the officer, the run totals, the number of
      *           cases on file in each status and the status line.
      ******************************************************************
       01  CSR-HEADING-LINE.
           05  FILLER              PIC X(36) VALUE
                   "SOMA COMPLIANCE CASES        DATE:  ".
           05  CSR-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(54) VALUE SPACES.

       01  CSR-COLUMN-LINE.
           05  FILLER              PIC X(09) VALUE "RESULT".
           05  FILLER              PIC X(07) VALUE "CASE".
           05  FILLER              PIC X(07) VALUE "ACCOUNT".
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "OLD NEW".
           05  FILLER              PIC X(21) VALUE "OPERATOR".
           05  FILLER              PIC X(44) VALUE "NOTE".

       01  CSR-DETAIL-LINE.
           05  CSR-DET-RESULT      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CSR-DET-CASE-ID     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CSR-DET-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CSR-DET-OLD-STATUS  PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CSR-DET-NEW-STATUS  PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CSR-DET-OPERATOR    PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CSR-DET-NOTE        PIC X(30).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  CSR-TOTAL-LINE.
           05  CSR-TOT-LABEL       PIC X(28).
           05  CSR-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(66) VALUE SPACES.

       01  CSR-STATUS-LINE.
           05  FILLER              PIC X(08) VALUE "STATUS: ".
           05  CSR-STATUS-TEXT     PIC X(60).
           05  FILLER              PIC X(32) VALUE SPACES.
