      ******************************************************************
      * Copybook: SOMABGT
      * Purpose : SOMA-BUDG budget master record - one line per
      *           account per fiscal year, carrying the account's
      *           budgeted activity for each of the twelve fiscal
      *           months (BGT-MONTH-AMT(1) is the first month of the
      *           fiscal year, which opens in the month named by the
      *           SOMA_FISCAL_START_MONTH environment variable,
      *           January when unset; the year is named by the
      *           calendar year it opens in). Budgets are signed the
      *           same way postings are, so a budget compares
      *           directly with the period activity SOMAPTD.DAT and
      *           the SOMACLSE snapshots carry. The year is loaded
      *           once by the budget maintenance job and changed
      *           after that only by amendments, each of which is
      *           recorded on the SOMABUDH.DAT amendment history.
      *           Keyed on account and year in ascending order in
      *           the same style as the balance master (see the
      *           SOMABAL copybook header); the same layout is used
      *           for the annual load file SOMABUDL.DAT.
      ******************************************************************
       01  BGT-LINE.
           05  BGT-ACCOUNT-CODE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BGT-FISCAL-YEAR     PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BGT-MONTH           OCCURS 12.
               10  BGT-MONTH-AMT   PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
               10  FILLER          PIC X(01).
