      *           statement program reads this file; the monthly
      *           statistics job uses HST-OP-CODE and
      *           HST-CURRENCY-CODE for its breakdowns.
      *           HST-REVERSES-ID and HST-REVERSES-DATE link a
      *           reversal posting back to the original it negates
      *           (the original's transaction id and posting date,
      *           taken from the SOMARVRG reversal register); zeros
      *           and spaces on every ordinary posting. Lines written
      *           before the link existed read back with spaces.
      ******************************************************************
       01  HST-LINE.
           05  HST-ACCOUNT-CODE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HST-RESULT-BAL      PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HST-REVERSES-ID     PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HST-REVERSES-DATE   PIC X(10).
