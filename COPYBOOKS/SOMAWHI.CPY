      ******************************************************************
      * Copybook: SOMAWHI
      * Purpose : SOMA-WHSE future-dated transaction warehouse record
      *           (SOMAWHSE.DAT) - one line per transaction that
      *           arrived carrying an effective business date later
      *           than the night it was submitted. Items are parked
      *           by SOMACSV (the EFFECTIVE-DATE column of a branch's
      *           delimited feed) or added through SOMAWHM, and stay
      *           "W" (waiting) until the SOMAWHS daily release cuts
      *           them to the SOMAWHRF.DAT feed on WHI-RELEASE-DATE -
      *           the effective date itself when it is a SOMACAL
      *           business day, otherwise the next business day after
      *           it. Released items turn "R" and carry the fresh
      *           SOMASEQ id they were fed under in WHI-RELEASED-ID;
      *           items cancelled through SOMAWHM turn "X". Nothing
      *           is ever deleted, so the file doubles as the record
      *           of what was warehoused, amended and cancelled.
      *           WHI-RELEASE-DATE is spaces until the effective date
      *           has been rolled against the calendar, and stays
      *           spaces while the calendar does not yet reach it.
      *           WHI-TRANS is the transaction exactly as it will be
      *           fed, in the SOMATRAN layout; WHI-TRANS-ID is the id
      *           it arrived under. WHI-SOURCE names the branch or
      *           "SOMAWHM"; WHI-DATE-ACTIONED and WHI-OPERATOR-ID
      *           record the last amendment, cancellation or release.
      ******************************************************************
       01  WHI-LINE.
           05  WHI-STATUS          PIC X(01).
               88  WHI-WAITING                VALUE "W".
               88  WHI-RELEASED               VALUE "R".
               88  WHI-CANCELLED              VALUE "X".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHI-EFFECTIVE-DATE  PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHI-RELEASE-DATE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHI-DATE-ADDED      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHI-SOURCE          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHI-DATE-ACTIONED   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHI-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHI-RELEASED-ID     PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WHI-TRANS.
               10  WHI-TRANS-ID        PIC 9(06).
               10  WHI-ACCOUNT-CODE    PIC X(10).
               10  WHI-OP-CODE         PIC X(01).
               10  WHI-CURRENCY-CODE   PIC X(03).
               10  WHI-N1              PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
               10  WHI-N2              PIC S9(7)V99
                                       SIGN IS LEADING SEPARATE.
               10  WHI-CONTRA-ACCOUNT  PIC X(10).
