      ******************************************************************
      * Copybook: SOMAWHQ
      * Purpose : SOMA-WHQ warehouse maintenance request record
      *           (SOMAWHQ.DAT) - one line per change SOMAWHM is to
      *           make to the future-dated warehouse:
      *             "A" add      - a new item; every field required
      *                            except currency and contra;
      *             "C" amend    - a waiting item, by trans id; only
      *                            the fields given replace the item's
      *                            (amounts left blank stay as they
      *                            are);
      *             "X" cancel   - a waiting item, by trans id.
      *           The effective date given on an add or amend must be
      *           later than the business date of the run. Amounts
      *           are in the SOMATRAN signed zoned form. Every line
      *           names the operator making the change, who must hold
      *           the SOMAOPER.DAT release privilege.
      ******************************************************************
       01  WHQ-LINE.
           05  WHQ-ACTION          PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHQ-TRANS-ID        PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHQ-EFFECTIVE-DATE  PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHQ-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHQ-ACCOUNT-CODE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHQ-OP-CODE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHQ-CURRENCY-CODE   PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHQ-N1              PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  WHQ-N1-ALPHA REDEFINES WHQ-N1
                                   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHQ-N2              PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  WHQ-N2-ALPHA REDEFINES WHQ-N2
                                   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHQ-CONTRA-ACCOUNT  PIC X(10).
