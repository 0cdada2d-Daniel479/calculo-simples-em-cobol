      *          three agree with the GRAND TOTAL trailer, and prints
      *          the certificate (SOMACERT.DAT) the shift operator
      *          signs off before the GL posting job is released.
      *          A GL line carrying no mapped ledger account (the
      *          SOMAGLMP chart-of-accounts mapping) is counted and
      *          listed on the certificate and holds the release the
      *          same as an imbalance, so an unmapped line never
      *          reaches the ledger.
      *          Ends with RETURN-CODE 0 when balanced and 8 when out
      *          of balance or the trailer is missing, so the
      *          scheduler can gate the GL posting step with COND.
       FD  SOMA-AUDIT.
       01  AUD-RECORD              PIC X(85).
       FD  SOMA-GLIF.
       01  GL-RECORD               PIC X(55).
       FD  SOMA-CERT.
       01  CERT-RECORD             PIC X(80).
       FD  SOMA-CAL.
       77 WS-DET-SUM            PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-AUD-SUM            PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-GL-SUM             PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-UNMAP-COUNT        PIC 9(06) VALUE ZEROS.
       77 WS-UNMAP-SUM          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TRAILER-AMT        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-CURRENT-DATE.
           05 WS-CUR-YYYY          PIC 9(04).
                    IF GL-RUN-DATE = WS-RUN-DATE
                        ADD 1 TO WS-GL-COUNT
                        ADD GL-AMOUNT TO WS-GL-SUM
                        IF GL-MAPPED-ACCOUNT = SPACES
                            ADD 1 TO WS-UNMAP-COUNT
                            ADD GL-AMOUNT TO WS-UNMAP-SUM
                            DISPLAY "SOMACERT: GL LINE FOR "
                                GL-ACCOUNT-CODE " HAS NO MAPPED "
                                "GL ACCOUNT"
                        END-IF
                    END-IF
                    PERFORM READ-GL-RECORD
                END-PERFORM
               AND WS-DET-SUM = WS-TRAILER-AMT
               AND WS-AUD-SUM = WS-TRAILER-AMT
                IF NOT WS-GL-ACTIVE
                   OR (WS-GL-SUM = WS-TRAILER-AMT
                       AND WS-UNMAP-COUNT = ZERO)
                    SET WS-BALANCED TO TRUE
                END-IF
            END-IF.
                MOVE WS-GL-COUNT TO CRT-TOT-COUNT
                MOVE WS-GL-SUM TO CRT-TOT-AMOUNT
                WRITE CERT-RECORD FROM CRT-TOTAL-LINE
                MOVE "GL LINES NOT MAPPED:        " TO CRT-TOT-LABEL
                MOVE WS-UNMAP-COUNT TO CRT-TOT-COUNT
                MOVE WS-UNMAP-SUM TO CRT-TOT-AMOUNT
                WRITE CERT-RECORD FROM CRT-TOTAL-LINE
            ELSE
                MOVE "GL INTERFACE NOT ACTIVE" TO CRT-STATUS-TEXT
                WRITE CERT-RECORD FROM CRT-STATUS-LINE
            IF WS-BALANCED
                MOVE "BALANCED - RELEASE GL POSTING"
                    TO CRT-STATUS-TEXT
            ELSE
            IF WS-UNMAP-COUNT > ZERO
                MOVE "UNMAPPED GL LINES - HOLD GL POSTING, INVESTIGATE"
                    TO CRT-STATUS-TEXT
            ELSE
                MOVE "OUT OF BALANCE - HOLD GL POSTING, INVESTIGATE"
                    TO CRT-STATUS-TEXT
            END-IF
            END-IF
            WRITE CERT-RECORD FROM CRT-STATUS-LINE
            WRITE CERT-RECORD FROM CRT-SIGNOFF-LINE
            CLOSE SOMA-CERT
