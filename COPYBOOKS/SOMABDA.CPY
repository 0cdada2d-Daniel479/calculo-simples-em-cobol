      ******************************************************************
      * Copybook: SOMABDA
      * Purpose : SOMA-BUDA budget amendment request record - one
      *           line per fiscal month whose budget is to change,
      *           keyed by account, fiscal year and fiscal month
      *           (01-12), carrying the new budget figure (not the
      *           difference). BDA-OPERATOR-ID names the approving
      *           operator, verified against the SOMA-OPER budget
      *           privilege; BDA-REASON is carried onto the
      *           amendment history for audit.
      ******************************************************************
       01  BDA-LINE.
           05  BDA-ACCOUNT-CODE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDA-FISCAL-YEAR     PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDA-FISCAL-MONTH    PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDA-NEW-AMOUNT      PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDA-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BDA-REASON          PIC X(30).
