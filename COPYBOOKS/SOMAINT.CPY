      ******************************************************************
      * Copybook: SOMAINT
      * Purpose : SOMA-INTR interest and service-charge table - one
      *           line per account that earns (or is charged)
      *           interest or pays a monthly service charge,
      *           maintained by finance. Interest is tiered on the
      *           size of the closing balance: the part of the
      *           balance up to INT-TIER-LIMIT(1) accrues at
      *           INT-TIER-RATE(1), the part above it up to
      *           INT-TIER-LIMIT(2) at INT-TIER-RATE(2), and the rest
      *           at INT-TIER-RATE(3); a zero limit ends the banding,
      *           so a flat rate is one tier with a zero limit.
      *           Rates are annual percentages (002.5000 = 2.5%).
      *           The sign of the interest follows the balance - a
      *           credit balance earns, a debit balance is charged.
      *           No interest accrues on a day whose closing balance
      *           (either sign) is below INT-MIN-BALANCE.
      *           INT-BASIS: "C"=calendar-day basis (every calendar
      *           date accrues, weekends and holidays at the prior
      *           business day's closing balance), "B"=business-day
      *           basis (only SOMACAL business days accrue).
      *           INT-YEAR-DAYS is the day-count divisor of the
      *           annual rate; zero means 365 on the calendar basis
      *           and 252 on the business-day basis.
      *           INT-MONTHLY-FEE is charged once per period at the
      *           period-end cut. INT-CONTRA-ACCOUNT and
      *           INT-FEE-CONTRA-ACCOUNT, when non-blank, make the
      *           posted interest and fee transfers against the
      *           house interest and fee-income accounts, so the GL
      *           interface gets a balanced pair.
      ******************************************************************
       01  INT-LINE.
           05  INT-ACCOUNT-CODE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  INT-BASIS           PIC X(01).
               88  INT-CALENDAR-BASIS         VALUE "C".
               88  INT-BUSINESS-BASIS         VALUE "B".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  INT-YEAR-DAYS       PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  INT-MIN-BALANCE     PIC 9(9)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  INT-MONTHLY-FEE     PIC 9(7)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  INT-TIER            OCCURS 3.
               10  INT-TIER-LIMIT  PIC 9(9)V99.
               10  FILLER          PIC X(01).
               10  INT-TIER-RATE   PIC 9(3)V9(4).
               10  FILLER          PIC X(01).
           05  INT-CONTRA-ACCOUNT  PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  INT-FEE-CONTRA-ACCOUNT
                                   PIC X(10).
