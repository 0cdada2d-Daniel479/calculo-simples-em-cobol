      ******************************************************************
      * Copybook: SOMAACC
      * Purpose : SOMA-ACCR interest accrual record - one line per
      *           account carrying the interest accrued since the
      *           last period-end cut, kept to six decimal places so
      *           daily accruals on small balances are not lost to
      *           rounding; only the whole cents are posted at the
      *           cut and the fraction carries into the next period.
      *           ACR-LAST-ACCRUED is the business date last accrued,
      *           so a re-run of the same night accrues nothing
      *           twice, and ACR-LAST-CUT the period-end date last
      *           cut to the posting feed. ACR-DAYS counts the days
      *           accrued in the current period and ACR-LAST-BALANCE
      *           is the closing balance the last accrual was struck
      *           on. Rewritten by the accrual job as a new
      *           generation (SOMAACCR.NEW), verified and swapped in
      *           with the prior file kept as SOMAACCR.PRV.
      ******************************************************************
       01  ACR-LINE.
           05  ACR-ACCOUNT-CODE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACR-LAST-ACCRUED    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACR-DAYS            PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACR-INTEREST        PIC S9(9)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACR-LAST-BALANCE    PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ACR-LAST-CUT        PIC X(10).
