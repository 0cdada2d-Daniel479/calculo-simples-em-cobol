      *          SOMAGLIF interface two-way. Reads the posting lines
      *          we sent (SOMAGLIF.DAT) and the acknowledgment file
      *          the GL side returns (SOMAGLAK.DAT), matches each ack
      *          against a sent line on the mapped GL account (natural
      *          account and cost centre from the SOMAGLMP
      *          chart-of-accounts mapping), amount and run date,
      *          and reports unacknowledged postings, postings
      *          rejected by GL and unexpected acks on SOMAGLMR.DAT
      *          with totals each way - so when GL's total differs
       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-GLIF.
       01  GL-RECORD               PIC X(55).
       FD  SOMA-GLACK.
       01  GLA-RECORD              PIC X(57).
       FD  SOMA-GLMR.
       01  GLM-RECORD              PIC X(80).
       FD  SOMA-CAL.
           05 WS-CUR-HS            PIC 9(02).
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 20000.
              10 WS-SENT-ACCT      PIC X(20).
              10 WS-SENT-AMT       PIC S9(9)V99 COMP-3.
              10 WS-SENT-DATE      PIC X(10).
              10 WS-SENT-FLAG      PIC X(01).
                PERFORM UNTIL WS-GL-EOF
                    IF WS-SENT-COUNT < 20000
                        ADD 1 TO WS-SENT-COUNT
                        MOVE GL-MAPPED-ACCOUNT
                            TO WS-SENT-ACCT(WS-SENT-COUNT)
                        MOVE GL-AMOUNT TO WS-SENT-AMT(WS-SENT-COUNT)
                        MOVE GL-RUN-DATE
                ADD 1 TO WS-UNEXP-COUNT
                ADD GLA-AMOUNT TO WS-UNEXP-SUM
                MOVE "UNEXPECTED ACK " TO GLM-DET-TAG
                MOVE GLA-MAPPED-ACCOUNT TO GLM-DET-ACCOUNT
                MOVE GLA-AMOUNT TO GLM-DET-AMOUNT
                MOVE GLA-RUN-DATE TO GLM-DET-DATE
                WRITE GLM-RECORD FROM GLM-DETAIL-LINE
                        ADD 1 TO WS-GLREJ-COUNT
                        ADD GLA-AMOUNT TO WS-GLREJ-SUM
                        MOVE "REJECTED BY GL " TO GLM-DET-TAG
                        MOVE GLA-MAPPED-ACCOUNT TO GLM-DET-ACCOUNT
                        MOVE GLA-AMOUNT TO GLM-DET-AMOUNT
                        MOVE GLA-RUN-DATE TO GLM-DET-DATE
                        WRITE GLM-RECORD FROM GLM-DETAIL-LINE
                        ADD 1 TO WS-BADSTAT-COUNT
                        ADD GLA-AMOUNT TO WS-BADSTAT-SUM
                        MOVE "BAD ACK STATUS " TO GLM-DET-TAG
                        MOVE GLA-MAPPED-ACCOUNT TO GLM-DET-ACCOUNT
                        MOVE GLA-AMOUNT TO GLM-DET-AMOUNT
                        MOVE GLA-RUN-DATE TO GLM-DET-DATE
                        WRITE GLM-RECORD FROM GLM-DETAIL-LINE
                    UNTIL WS-SENT-IX > WS-SENT-COUNT
                    OR WS-SENT-FOUND
                IF WS-SENT-FLAG(WS-SENT-IX) = SPACE
                   AND WS-SENT-ACCT(WS-SENT-IX) = GLA-MAPPED-ACCOUNT
                   AND WS-SENT-AMT(WS-SENT-IX) = GLA-AMOUNT
                   AND WS-SENT-DATE(WS-SENT-IX) = GLA-RUN-DATE
                    SET WS-SENT-FOUND TO TRUE
