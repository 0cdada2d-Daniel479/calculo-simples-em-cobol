      ******************************************************************
      * Copybook: SOMABDH
      * Purpose : SOMA-BUDH budget amendment history record - one
      *           line per change ever made to the budget master,
      *           appended by the budget maintenance job and never
      *           rewritten. BDH-ACTION "LOAD" records a fiscal
      *           year's annual load for an account (BDH-FISCAL-MONTH
      *           00, BDH-NEW-AMOUNT the year's total); "AMEND" one
      *           fiscal month's change with the figure it replaced,
      *           so any budget figure can be traced back to the load
      *           and every amendment since, who approved each and
      *           why.
      ******************************************************************
       01  BDH-LINE.
           05  BDH-DATE            PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDH-TIME            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDH-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDH-ACTION          PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDH-ACCOUNT-CODE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDH-FISCAL-YEAR     PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDH-FISCAL-MONTH    PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDH-OLD-AMOUNT      PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDH-NEW-AMOUNT      PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDH-REASON          PIC X(30).
