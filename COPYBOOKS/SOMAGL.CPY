      *           negation to the contra account - so the pair sums
      *           to zero and each side is acknowledged separately
      *           by the GL acknowledgment match.
      *           GL-MAPPED-ACCOUNT is the ledger account string the
      *           line books to - natural account and cost centre,
      *           taken from the SOMAGLMP chart-of-accounts mapping
      *           (SOMAGMP copybook). GL-ACCOUNT-CODE stays the SOMA
      *           account so the line can be traced back to the
      *           balance master.
      ******************************************************************
       01  GL-LINE.
           05  GL-ACCOUNT-CODE     PIC X(10).
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GL-RUN-DATE         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GL-MAPPED-ACCOUNT.
               10  GL-NATURAL-ACCOUNT  PIC X(10).
               10  GL-COST-CENTRE      PIC X(10).
