      ******************************************************************
      * Copybook: SOMASDR
      * Purpose : Print-line layouts for the SOMA-SODR monthly operator
      *           activity and segregation-of-duties review - run
      *           heading (review month), the activity summary (one
      *           line per operator, program and action type with its
      *           count for the month, and an operator total line),
      *           the conflicts found (one line per conflict: its
      *           type, the operator, the transaction id or account it
      *           concerns, the date and what was seen), the
      *           SOMAOPER.DAT entitlement listing for the access
      *           recertification with each operator's privileges,
      *           write-off limit and actions in the month, the run
      *           totals, the status line and the sign-off line.
      ******************************************************************
       01  SDR-HEADING-LINE.
           05  FILLER              PIC X(40) VALUE
                   "SOMA OPERATOR ACTIVITY AND DUTIES REVIEW".
           05  FILLER              PIC X(08) VALUE "  MONTH ".
           05  SDR-HDG-MONTH       PIC X(07).
           05  FILLER              PIC X(07) VALUE "  DATE ".
           05  SDR-HDG-DATE        PIC X(10).
           05  FILLER              PIC X(28) VALUE SPACES.

       01  SDR-SECTION-LINE.
           05  SDR-SEC-TEXT        PIC X(60).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  SDR-ACT-COLUMN-LINE.
           05  FILLER              PIC X(21) VALUE "OPERATOR".
           05  FILLER              PIC X(09) VALUE "PROGRAM".
           05  FILLER              PIC X(20) VALUE "ACTION".
           05  FILLER              PIC X(07) VALUE "  COUNT".
           05  FILLER              PIC X(43) VALUE " NOTE".

       01  SDR-ACTIVITY-LINE.
           05  SDR-ACT-OPERATOR    PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDR-ACT-PROGRAM     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDR-ACT-ACTION      PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDR-ACT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDR-ACT-NOTE        PIC X(30).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  SDR-CFL-COLUMN-LINE.
           05  FILLER              PIC X(13) VALUE "CONFLICT".
           05  FILLER              PIC X(21) VALUE "OPERATOR".
           05  FILLER              PIC X(11) VALUE "KEY".
           05  FILLER              PIC X(11) VALUE "DATE".
           05  FILLER              PIC X(44) VALUE "DETAIL".

       01  SDR-CONFLICT-LINE.
           05  SDR-CFL-TYPE        PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDR-CFL-OPERATOR    PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDR-CFL-KEY         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDR-CFL-DATE        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDR-CFL-DETAIL      PIC X(43).
           05  FILLER              PIC X(01) VALUE SPACE.

       01  SDR-ENT-COLUMN-LINE.
           05  FILLER              PIC X(21) VALUE "OPERATOR".
           05  FILLER              PIC X(11) VALUE "MNT COR WOF".
           05  FILLER              PIC X(12) VALUE "  WOFF-LIMIT".
           05  FILLER              PIC X(20) VALUE
                   " REL INQ RVS BUD CMP".
           05  FILLER              PIC X(07) VALUE "   ACTS".
           05  FILLER              PIC X(29) VALUE "  NOTE".

       01  SDR-ENTITLEMENT-LINE.
           05  SDR-ENT-OPERATOR    PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDR-ENT-MAINT       PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SDR-ENT-CORR        PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SDR-ENT-WOFF        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDR-ENT-WOFF-LIMIT  PIC Z(8)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDR-ENT-RELEASE     PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SDR-ENT-INQUIRY     PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SDR-ENT-REVERSAL    PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SDR-ENT-BUDGET      PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SDR-ENT-COMPLIANCE  PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDR-ENT-ACTIONS     PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDR-ENT-NOTE        PIC X(20).
           05  FILLER              PIC X(07) VALUE SPACES.

       01  SDR-TOTAL-LINE.
           05  SDR-TOT-LABEL       PIC X(28).
           05  SDR-TOT-COUNT       PIC ZZZZZ9.
           05  FILLER              PIC X(66) VALUE SPACES.

       01  SDR-STATUS-LINE.
           05  FILLER              PIC X(08) VALUE "STATUS: ".
           05  SDR-STATUS-TEXT     PIC X(60).
           05  FILLER              PIC X(32) VALUE SPACES.

       01  SDR-SIGNOFF-LINE.
           05  FILLER              PIC X(38) VALUE
                   "RECERTIFIED BY: ____________________  ".
           05  FILLER              PIC X(16) VALUE
                   "DATE: __________".
           05  FILLER              PIC X(46) VALUE SPACES.
