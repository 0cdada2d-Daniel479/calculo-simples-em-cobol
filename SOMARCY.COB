      *          transactions on SOMARESB.DAT as the resubmit feed for
      *          the next SOMA run, and tracks every reject's
      *          lifecycle (open / corrected / resubmitted / written
      *          off) on the SOMARJCT.DAT tracking master, with the
      *          account each reject was for, so nothing is retyped
      *          by hand or lost. Also cuts the daily aging listing
      *          of rejects still open, SOMARAGE.DAT, for audit.
      *          PARM optionally carries the as-of date
      *          (YYYY-MM-DD) for a backdated rerun; with no PARM the
      *          date comes from the SOMACAL processing calendar's
      *          current-flagged record, falling back to the system
      *          the write-off privilege within its amount limit);
      *          refused lines leave the reject open, approved
      *          write-offs are logged to SOMAMLOG.DAT and the
      *          resolver is recorded on the tracking master. Every
      *          correction line read is appended with its outcome
      *          (applied, refused or ignored) to the SOMACORH.DAT
      *          correction history, so who keyed each correction and
      *          write-off stays on record for the operator review.
      *          The history lines and the write-off log lines are
      *          appended only once the new tracking master has been
      *          swapped in, so a rerun after a failed swap does not
      *          record them twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SOMA-CORR ASSIGN TO "SOMACORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT SOMA-CORH ASSIGN TO "SOMACORH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORH-STATUS.
           SELECT SOMA-RJCT ASSIGN TO "SOMARJCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJCT-STATUS.
       01  EXC-RECORD              PIC X(100).
       FD  SOMA-CORR.
       01  COR-RECORD              PIC X(79).
       FD  SOMA-CORH.
       01  CRH-RECORD              PIC X(92).
       FD  SOMA-RJCT.
       01  RJT-RECORD              PIC X(94).
       FD  SOMA-RJTNEW.
       01  RJTNEW-RECORD           PIC X(94).
       FD  SOMA-RESUB.
       01  RSB-RECORD              PIC X(50).
       FD  SOMA-AGE.
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-OPER.
       01  OPR-RECORD              PIC X(48).
       FD  SOMA-MLOG.
       01  MLG-RECORD              PIC X(81).
       FD  SOMA-RUNL.
       77 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       77 WS-EXCPT-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-CORR-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CORH-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RJCT-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RJTNEW-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-VERIFY-EOF-SW       PIC X(01) VALUE "N".
           05 WS-YMD-MM            PIC 9(02).
           05 WS-YMD-DD            PIC 9(02).
       01 WS-YMD-NUM REDEFINES WS-YMD PIC 9(08).
       01 WS-RJT-HOLD           PIC X(87) VALUE SPACES.
       01 WS-RJT-TABLE.
           05 WS-RJT-ENTRY OCCURS 10000.
              10 WS-RJT-ID         PIC 9(06).
              10 WS-RJT-RESOLVED   PIC X(10).
              10 WS-RJT-REASON     PIC X(30).
              10 WS-RJT-OPER       PIC X(20).
              10 WS-RJT-ACCT       PIC X(10).
       77 WS-RSB-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-RSB-SUM            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-RSB-IX             PIC 9(05) VALUE ZEROS.
              10 WS-RSB-N2         PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
              10 WS-RSB-CONTRA     PIC X(10).
      * Correction history lines, appended once the reject master
      * generation is swapped in.
       77 WS-CRH-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-CRH-IX             PIC 9(05) VALUE ZEROS.
       01 WS-CRH-TABLE.
           05 WS-CRH-ENTRY OCCURS 10000 PIC X(92).
           COPY SOMATRAN.
           COPY SOMAFDT.
           COPY SOMAEXC.
           COPY SOMACOR.
           COPY SOMACRH.
           COPY SOMARJT.
           COPY SOMAAGE.
           COPY SOMACAL.
            PERFORM APPLY-CORRECTIONS
            PERFORM WRITE-AGING-LISTING
            PERFORM WRITE-REJECT-MASTER
            PERFORM WRITE-CORRECTION-HISTORY
            DISPLAY "SOMARCY: " WS-RESUB-COUNT " RESUBMITTED, "
                WS-WOFF-COUNT " WRITTEN OFF, "
                WS-OPEN-COUNT " STILL OPEN"
                        MOVE RJT-REASON TO WS-RJT-REASON(WS-RJT-COUNT)
                        MOVE RJT-OPERATOR-ID
                            TO WS-RJT-OPER(WS-RJT-COUNT)
                        MOVE RJT-ACCOUNT-CODE
                            TO WS-RJT-ACCT(WS-RJT-COUNT)
                    ELSE
                        DISPLAY "SOMARCY: REJECT MASTER EXCEEDS TABLE"
                            " AT " RJT-TRANS-ID " - RUN ABORTED"
                    WHEN "O"
                    WHEN "C"
                        MOVE EXC-REASON TO WS-RJT-REASON(WS-RJT-IX)
                        MOVE EXC-ACCOUNT-CODE TO WS-RJT-ACCT(WS-RJT-IX)
                    WHEN "R"
                        MOVE "O" TO WS-RJT-STAT(WS-RJT-IX)
                        MOVE WS-RUN-DATE TO WS-RJT-OPENED(WS-RJT-IX)
                        MOVE SPACES TO WS-RJT-RESOLVED(WS-RJT-IX)
                        MOVE EXC-REASON TO WS-RJT-REASON(WS-RJT-IX)
                        MOVE SPACES TO WS-RJT-OPER(WS-RJT-IX)
                        MOVE EXC-ACCOUNT-CODE TO WS-RJT-ACCT(WS-RJT-IX)
                        DISPLAY "SOMARCY: TRANS " EXC-TRANS-ID
                            " REJECTED AGAIN - REOPENED"
                    WHEN "W"
                    MOVE SPACES TO WS-RJT-RESOLVED(WS-RJT-IX)
                    MOVE EXC-REASON TO WS-RJT-REASON(WS-RJT-IX)
                    MOVE SPACES TO WS-RJT-OPER(WS-RJT-IX)
                    MOVE EXC-ACCOUNT-CODE TO WS-RJT-ACCT(WS-RJT-IX)
                ELSE
                    DISPLAY "SOMARCY: REJECT MASTER EXCEEDS TABLE"
                        " AT " EXC-TRANS-ID " - RUN ABORTED"
            END-READ.

       APPLY-ONE-CORRECTION.
            SET CRH-IGNORED TO TRUE
            MOVE COR-TRANS-ID TO WS-RJT-KEY
            PERFORM FIND-REJECT-ENTRY
            IF NOT WS-RJT-FOUND
                        " ALREADY RESOLVED - CORRECTION IGNORED"
                ELSE
                    PERFORM VERIFY-CORRECTION-OPERATOR
                    SET CRH-REFUSED TO TRUE
                    IF WS-CORR-OK
                    EVALUATE COR-ACTION
                        WHEN "C"
                            SET CRH-APPLIED TO TRUE
                            MOVE "C" TO WS-RJT-STAT(WS-RJT-IX)
                            PERFORM STAGE-RESUBMIT-RECORD
                            MOVE "R" TO WS-RJT-STAT(WS-RJT-IX)
                                TO WS-RJT-OPER(WS-RJT-IX)
                            ADD 1 TO WS-RESUB-COUNT
                        WHEN "W"
                            SET CRH-APPLIED TO TRUE
                            MOVE "W" TO WS-RJT-STAT(WS-RJT-IX)
                            MOVE WS-RUN-DATE
                                TO WS-RJT-RESOLVED(WS-RJT-IX)
                            MOVE COR-OPERATOR-ID
                                TO WS-RJT-OPER(WS-RJT-IX)
                            ADD 1 TO WS-WOFF-COUNT
                        WHEN OTHER
                            DISPLAY "SOMARCY: INVALID ACTION "
                                COR-ACTION " FOR TRANS " COR-TRANS-ID
                    END-EVALUATE
                    END-IF
                END-IF
            END-IF
            PERFORM STAGE-CORRECTION-HISTORY.

       STAGE-CORRECTION-HISTORY.
            IF WS-CRH-COUNT < 10000
                MOVE WS-RUN-DATE TO CRH-DATE
                MOVE COR-LINE TO CRH-CORRECTION
                ADD 1 TO WS-CRH-COUNT
                MOVE CRH-LINE TO WS-CRH-ENTRY(WS-CRH-COUNT)
            ELSE
                DISPLAY "SOMARCY: CORRECTION HISTORY TABLE EXCEEDED "
                    "AT " COR-TRANS-ID " - RUN ABORTED"
                CLOSE SOMA-CORR
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

      * Only after the reject master swap, so a rerun after a failed
      * swap does not record the same corrections and write-offs
      * twice.
       WRITE-CORRECTION-HISTORY.
            IF WS-CRH-COUNT > ZERO
                OPEN EXTEND SOMA-CORH
                IF WS-CORH-STATUS = "35"
                    OPEN OUTPUT SOMA-CORH
                END-IF
                PERFORM VARYING WS-CRH-IX FROM 1 BY 1
                        UNTIL WS-CRH-IX > WS-CRH-COUNT
                    MOVE WS-CRH-ENTRY(WS-CRH-IX) TO CRH-LINE
                    WRITE CRH-RECORD FROM CRH-LINE
                END-PERFORM
                CLOSE SOMA-CORH
                PERFORM VARYING WS-CRH-IX FROM 1 BY 1
                        UNTIL WS-CRH-IX > WS-CRH-COUNT
                    MOVE WS-CRH-ENTRY(WS-CRH-IX) TO CRH-LINE
                    MOVE CRH-CORRECTION TO COR-LINE
                    IF CRH-APPLIED AND COR-ACTION = "W"
                        MOVE "WRITE-OFF APPROVED" TO MLG-ACTION
                        MOVE COR-OPERATOR-ID TO MLG-OPERATOR-ID
                        MOVE COR-TRANS-ID TO MLG-KEY
                        PERFORM WRITE-MAINT-LOG
                    END-IF
                END-PERFORM
            END-IF.

       LOAD-OPERATOR-PROFILES.
                MOVE WS-RJT-RESOLVED(WS-RJT-IX) TO RJT-DATE-RESOLVED
                MOVE WS-RJT-REASON(WS-RJT-IX) TO RJT-REASON
                MOVE WS-RJT-OPER(WS-RJT-IX) TO RJT-OPERATOR-ID
                MOVE WS-RJT-ACCT(WS-RJT-IX) TO RJT-ACCOUNT-CODE
                WRITE RJTNEW-RECORD FROM RJT-LINE
            END-PERFORM
            CLOSE SOMA-RJTNEW
