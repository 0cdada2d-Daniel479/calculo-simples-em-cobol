      ******************************************************************
      * Copybook: SOMACSE
      * Purpose : SOMA-CASE compliance case master record - one line
      *           per alert raised by the daily compliance monitor
      *           over the posting history, in case-id order. The
      *           monitor opens each case with status "O"; the case
      *           maintenance job moves it on as compliance works it:
      *           "V" reviewed, then "F" filed with the regulator or
      *           "D" dismissed (either may follow "O" directly).
      *           Filed and dismissed cases are closed and are kept
      *           on the file as the record for the regulators - no
      *           case is ever deleted. CAS-ALERT-TYPE:
      *             "LARGE"  - the account's aggregate base-currency
      *                        postings for CAS-ALERT-DATE exceeded
      *                        the reportable amount;
      *             "STRUCT" - repeated postings just below the
      *                        threshold within the rolling window of
      *                        business days ending CAS-ALERT-DATE;
      *             "CIRCLE" - money moved round a circle of accounts
      *                        by transfers, back to CAS-ACCOUNT-CODE.
      *           CAS-AMOUNT and CAS-POSTINGS are the aggregate and
      *           number of postings behind the alert (for a circle,
      *           the closing transfer and the number of hops);
      *           CAS-DETAIL says what was seen. CAS-DATE-ACTIONED,
      *           CAS-OPERATOR-ID and CAS-NOTE are stamped by the
      *           latest status change; the SOMACAH case history
      *           keeps every change. Keyed flat file in the same
      *           style as the balance master (see the SOMABAL
      *           copybook header).
      ******************************************************************
       01  CAS-LINE.
           05  CAS-CASE-ID         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAS-STATUS          PIC X(01).
               88  CAS-OPEN                   VALUE "O".
               88  CAS-REVIEWED               VALUE "V".
               88  CAS-FILED                  VALUE "F".
               88  CAS-DISMISSED              VALUE "D".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAS-ALERT-TYPE      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAS-ACCOUNT-CODE    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAS-ALERT-DATE      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAS-AMOUNT          PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAS-POSTINGS        PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAS-DETAIL          PIC X(60).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAS-DATE-ACTIONED   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAS-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CAS-NOTE            PIC X(30).
