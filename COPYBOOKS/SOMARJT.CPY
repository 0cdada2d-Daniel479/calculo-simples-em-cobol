      *           RJT-OPERATOR-ID carries the operator whose
      *           correction or write-off resolved the reject, so
      *           every resolution is attributable for audit.
      *           RJT-ACCOUNT-CODE is the account the rejected
      *           transaction was for, stamped from the exceptions
      *           listing whenever the reject is opened or reopened
      *           (spaces on lines opened before it was carried).
      *           Keyed flat file in the same style as the balance
      *           master (see the SOMABAL copybook header), kept in
      *           ascending transaction-id order and saved by the
           05  RJT-REASON          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RJT-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RJT-ACCOUNT-CODE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
