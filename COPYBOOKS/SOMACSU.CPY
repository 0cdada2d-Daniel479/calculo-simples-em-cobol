      ******************************************************************
      * Copybook: SOMACSU
      * Purpose : SOMA-CASU compliance case update request - one line
      *           per status change keyed by the compliance officer
      *           working a case: the case id, the new status ("V"
      *           reviewed, "F" filed, "D" dismissed), the officer's
      *           operator id (checked against the SOMAOPER.DAT
      *           compliance privilege) and a note saying why.
      *           Applied by the case maintenance job.
      ******************************************************************
       01  CSU-LINE.
           05  CSU-CASE-ID         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CSU-NEW-STATUS      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CSU-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CSU-NOTE            PIC X(30).
