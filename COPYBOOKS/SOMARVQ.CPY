      ******************************************************************
      * Copybook: SOMARVQ
      * Purpose : SOMA-RVRQ reversal request record - one line per
      *           already-posted transaction to be reversed, keyed by
      *           the original TR-TRANS-ID. RVQ-ORIG-DATE is the run
      *           date the original posted on; it may be left blank
      *           when the id posted on one date only, and must be
      *           given when a branch id has posted on more than one
      *           night. RVQ-OPERATOR-ID names the approving
      *           operator, verified against the SOMA-OPER reversal
      *           privilege; RVQ-REASON is carried onto the reversal
      *           register for audit.
      ******************************************************************
       01  RVQ-LINE.
           05  RVQ-ORIG-TRANS-ID   PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVQ-ORIG-DATE       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVQ-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVQ-REASON          PIC X(30).
