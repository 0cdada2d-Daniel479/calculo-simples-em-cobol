      *           recycle run, OPR-WRITEOFF approve "W" write-offs -
      *           amounts above OPR-WOFF-LIMIT are refused even then
      *           (zero limit means no amount ceiling), OPR-RELEASE
      *           release or refuse held transactions (and add,
      *           amend or cancel future-dated warehouse items
      *           through SOMAWHM), OPR-INQUIRY
      *           query the audit trail, OPR-REVERSAL approve the
      *           reversal of an already-posted transaction,
      *           OPR-BUDGET load or amend the budget master,
      *           OPR-COMPLIANCE work the compliance case file
      *           (review, file or dismiss cases). The
      *           online programs and the batch approval runs verify
      *           the signed-on operator here before any privileged
      *           action; an operator with no line is refused when
      *           the profile file exists. Keyed flat file in the
           05  OPR-RELEASE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OPR-INQUIRY         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OPR-REVERSAL        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OPR-BUDGET          PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OPR-COMPLIANCE      PIC X(01).
