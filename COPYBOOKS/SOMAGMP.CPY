      ******************************************************************
      * Copybook: SOMAGMP
      * Purpose : SOMA-GLMAP chart-of-accounts mapping record - one
      *           line per SOMA account (BAL-ACCOUNT-CODE) giving the
      *           general-ledger account string the GL side books it
      *           to: natural account plus cost centre. GMP-OP-CODE
      *           narrows a line to one kind of posting where the
      *           natural account differs: SPACE is the account's
      *           default line, "A"/"S"/"M"/"D" apply to postings
      *           with that TR-OP-CODE (fees and charges usually go
      *           to their own natural account), and "T" applies to
      *           both legs of a transfer (TR-CONTRA-ACCOUNT given).
      *           SOMA looks up a transfer leg as "T", then the
      *           operation code, then the default; any other
      *           posting as the operation code, then the default.
      *           A posting with no line is rejected "NO GL MAPPING"
      *           before it reaches SOMAGLIF, so GL never receives an
      *           unmapped line. Keyed flat file in the same style as
      *           the balance master (see the SOMABAL copybook
      *           header); GMP-DESCRIPTION is for the maintainers.
      ******************************************************************
       01  GMP-LINE.
           05  GMP-ACCOUNT-CODE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GMP-OP-CODE         PIC X(01).
               88  GMP-DEFAULT-LINE           VALUE SPACE.
               88  GMP-TRANSFER-LINE          VALUE "T".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GMP-GL-ACCOUNT.
               10  GMP-NATURAL-ACCOUNT PIC X(10).
               10  GMP-COST-CENTRE     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GMP-DESCRIPTION     PIC X(30).
