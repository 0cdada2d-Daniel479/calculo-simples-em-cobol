      ******************************************************************
      * Copybook: SOMARVG
      * Purpose : SOMA-RVRG reversal register record - one line per
      *           reversal ever cut, linking the fresh reversal
      *           transaction id to the original transaction id and
      *           posting date it negates. The register is what makes
      *           "each original reversed once only" enforceable: the
      *           reversal run refuses any request whose original is
      *           already on it. RVG-STATUS "C"=cut (reversal feed
      *           written, not yet seen on the posting history),
      *           "P"=posted (the reversal id has reached SOMAHIST).
      *           SOMA loads the "C" lines and stamps the original's
      *           id and date on the reversal's history lines
      *           (HST-REVERSES-ID / HST-REVERSES-DATE), so the link
      *           is carried in the history itself. RVG-ORIG-OP-CODE
      *           is the original's operation code (HST-OP-CODE), so
      *           SOMA books the reversal to the same GL mapping line
      *           as the posting it negates. Rewritten by the
      *           reversal run as a .NEW/.DAT/.PRV generation.
      ******************************************************************
       01  RVG-LINE.
           05  RVG-REVERSAL-ID     PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVG-ORIG-TRANS-ID   PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVG-ORIG-DATE       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVG-STATUS          PIC X(01).
               88  RVG-CUT                    VALUE "C".
               88  RVG-POSTED                 VALUE "P".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVG-CUT-DATE        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVG-OPERATOR-ID     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVG-REASON          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RVG-ORIG-OP-CODE    PIC X(01).
