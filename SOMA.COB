           SELECT SOMA-HLDLCK ASSIGN TO "SOMAHELD.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDLCK-STATUS.
           SELECT SOMA-RVRG ASSIGN TO "SOMARVRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRG-STATUS.
           SELECT SOMA-GLMAP ASSIGN TO "SOMAGLMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-TRANS-IN.
       FD  SOMA-RECON.
       01  REC-RECORD              PIC X(80).
       FD  SOMA-GLIF.
       01  GL-RECORD               PIC X(55).
       FD  SOMA-BALMST.
       01  BAL-RECORD              PIC X(40).
       FD  SOMA-BALNEW.
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       FD  SOMA-HIST.
       01  HST-RECORD              PIC X(78).
       FD  SOMA-HSTNEW.
       01  HSTNEW-RECORD           PIC X(78).
       FD  SOMA-HELNEW.
       01  HELNEW-RECORD           PIC X(126).
       FD  SOMA-HLDLCK.
       01  HLK-RECORD              PIC X(28).
       FD  SOMA-RVRG.
       01  RVG-RECORD              PIC X(91).
       FD  SOMA-GLMAP.
       01  GMP-RECORD              PIC X(64).
       WORKING-STORAGE SECTION.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-HIST-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-HSTNEW-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-HELNEW-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-HLDLCK-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-RVRG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RVG-EOF-SW         PIC X(01) VALUE "N".
           88 WS-RVG-EOF                  VALUE "Y".
       77 WS-RVG-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-RVG-FOUND                VALUE "Y".
       77 WS-RVG-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-RVG-IX             PIC 9(05) VALUE ZEROS.
       01 WS-RVG-TABLE.
           05 WS-RVG-ENTRY OCCURS 10000.
              10 WS-RVG-REV-ID     PIC 9(06).
              10 WS-RVG-ORIG       PIC 9(06).
              10 WS-RVG-ODATE      PIC X(10).
              10 WS-RVG-OP         PIC X(01).
       77 WS-GLMAP-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-GMP-EOF-SW         PIC X(01) VALUE "N".
           88 WS-GMP-EOF                  VALUE "Y".
       77 WS-GMP-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-GMP-FOUND                VALUE "Y".
       77 WS-GMP-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-GMP-IX             PIC 9(04) VALUE ZEROS.
       77 WS-GMP-KEY-ACCT       PIC X(10) VALUE SPACES.
       77 WS-GMP-KEY-OP         PIC X(01) VALUE SPACE.
       77 WS-GMP-POST-OP        PIC X(01) VALUE SPACE.
       77 WS-GL-MAPPED-ACCT     PIC X(20) VALUE SPACES.
       77 WS-GL-MAPPED-CONTRA   PIC X(20) VALUE SPACES.
       01 WS-GMP-TABLE.
           05 WS-GMP-ENTRY OCCURS 4000.
              10 WS-GMP-ACCT       PIC X(10).
              10 WS-GMP-OP         PIC X(01).
              10 WS-GMP-GL         PIC X(20).
       77 WS-PURGE-EOF-SW       PIC X(01) VALUE "N".
           88 WS-PURGE-EOF                VALUE "Y".
       77 WS-PURGE-KEEP         PIC 9(06) VALUE ZEROS.
           COPY SOMARNL.
           COPY SOMALCK.
           COPY SOMAHST.
           COPY SOMARVG.
           COPY SOMAGMP.
           COPY CALCOPRD.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-PERIOD-TO-DATE
            PERFORM LOAD-LIMIT-TABLE
            PERFORM LOAD-RATE-TABLE
            PERFORM LOAD-REVERSAL-REGISTER
            ACCEPT WS-GL-ENABLED-SW FROM ENVIRONMENT "SOMA_GL_INTERFACE"
            IF WS-GL-ENABLED
                PERFORM LOAD-GL-MAPPING
            END-IF
            OPEN INPUT SOMA-TRANS-IN
            IF WS-RESTARTED
                OPEN EXTEND SOMA-RPT
            END-IF
            IF WS-VALID AND TR-CONTRA-ACCOUNT NOT = SPACES
                PERFORM EDIT-CONTRA-ACCOUNT
            END-IF
            IF WS-VALID AND WS-GL-ENABLED
                PERFORM EDIT-GL-MAPPING
            END-IF.

       EDIT-CURRENCY-CODE.
                PERFORM FIND-CONTRA-ENTRY
            END-IF.

       EDIT-GL-MAPPING.
            MOVE WS-OP-CODE TO WS-GMP-POST-OP
            MOVE "N" TO WS-RVG-FOUND-SW
            PERFORM VARYING WS-RVG-IX FROM 1 BY 1
                    UNTIL WS-RVG-IX > WS-RVG-COUNT
                    OR WS-RVG-FOUND
                IF WS-RVG-REV-ID(WS-RVG-IX) = TR-TRANS-ID
                    SET WS-RVG-FOUND TO TRUE
                    IF WS-RVG-OP(WS-RVG-IX) NOT = SPACE
                        MOVE WS-RVG-OP(WS-RVG-IX) TO WS-GMP-POST-OP
                    END-IF
                END-IF
            END-PERFORM
            MOVE WS-POST-ACCOUNT TO WS-GMP-KEY-ACCT
            PERFORM RESOLVE-GL-MAPPING
            IF WS-GMP-FOUND
                MOVE WS-GMP-GL(WS-GMP-IX) TO WS-GL-MAPPED-ACCT
            ELSE
                SET WS-INVALID TO TRUE
                MOVE "NO GL MAPPING" TO EXC-REASON
            END-IF
            IF WS-VALID AND WS-TRANSFER
                MOVE WS-CONTRA-ACCOUNT TO WS-GMP-KEY-ACCT
                PERFORM RESOLVE-GL-MAPPING
                IF WS-GMP-FOUND
                    MOVE WS-GMP-GL(WS-GMP-IX) TO WS-GL-MAPPED-CONTRA
                ELSE
                    SET WS-INVALID TO TRUE
                    MOVE "NO GL MAPPING FOR CONTRA" TO EXC-REASON
                END-IF
            END-IF.

       RESOLVE-GL-MAPPING.
            MOVE "N" TO WS-GMP-FOUND-SW
            IF WS-TRANSFER
                MOVE "T" TO WS-GMP-KEY-OP
                PERFORM FIND-GL-MAPPING-ENTRY
            END-IF
            IF NOT WS-GMP-FOUND
                MOVE WS-GMP-POST-OP TO WS-GMP-KEY-OP
                PERFORM FIND-GL-MAPPING-ENTRY
            END-IF
            IF NOT WS-GMP-FOUND
                MOVE SPACE TO WS-GMP-KEY-OP
                PERFORM FIND-GL-MAPPING-ENTRY
            END-IF.

       FIND-GL-MAPPING-ENTRY.
            PERFORM VARYING WS-GMP-IX FROM 1 BY 1
                    UNTIL WS-GMP-IX > WS-GMP-COUNT
                    OR WS-GMP-FOUND
                IF WS-GMP-ACCT(WS-GMP-IX) = WS-GMP-KEY-ACCT
                   AND WS-GMP-OP(WS-GMP-IX) = WS-GMP-KEY-OP
                    SET WS-GMP-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-GMP-FOUND
                SUBTRACT 1 FROM WS-GMP-IX
            END-IF.

       FIND-CONTRA-ENTRY.
            MOVE "N" TO WS-CON-FOUND-SW
            MOVE 1 TO WS-BAL-LO
                    SET WS-RTE-EOF TO TRUE
            END-READ.

       LOAD-REVERSAL-REGISTER.
            OPEN INPUT SOMA-RVRG
            IF WS-RVRG-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM READ-REGISTER-RECORD
                PERFORM UNTIL WS-RVG-EOF
                    IF RVG-CUT
                        IF WS-RVG-COUNT < 10000
                            ADD 1 TO WS-RVG-COUNT
                            MOVE RVG-REVERSAL-ID
                                TO WS-RVG-REV-ID(WS-RVG-COUNT)
                            MOVE RVG-ORIG-TRANS-ID
                                TO WS-RVG-ORIG(WS-RVG-COUNT)
                            MOVE RVG-ORIG-DATE
                                TO WS-RVG-ODATE(WS-RVG-COUNT)
                            MOVE RVG-ORIG-OP-CODE
                                TO WS-RVG-OP(WS-RVG-COUNT)
                        ELSE
                            DISPLAY "SOMA: OUTSTANDING REVERSALS "
                                "EXCEED TABLE AT " RVG-REVERSAL-ID
                                " - RUN ABORTED"
                            CLOSE SOMA-RVRG
                            PERFORM RELEASE-MASTER-LOCK
                            MOVE 12 TO RETURN-CODE
                            STOP RUN
                        END-IF
                    END-IF
                    PERFORM READ-REGISTER-RECORD
                END-PERFORM
                CLOSE SOMA-RVRG
            END-IF.

       LOAD-GL-MAPPING.
            OPEN INPUT SOMA-GLMAP
            IF WS-GLMAP-STATUS = "35"
                DISPLAY "SOMA: GL INTERFACE ON BUT NO SOMAGLMP.DAT - "
                    "RUN ABORTED"
                PERFORM RELEASE-MASTER-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-GL-MAPPING-RECORD
            PERFORM UNTIL WS-GMP-EOF
                IF GMP-ACCOUNT-CODE = SPACES
                   OR GMP-GL-ACCOUNT = SPACES
                    DISPLAY "SOMA: BAD GL MAPPING LINE FOR "
                        GMP-ACCOUNT-CODE " - LINE NOT LOADED"
                ELSE
                IF WS-GMP-COUNT < 4000
                    ADD 1 TO WS-GMP-COUNT
                    MOVE GMP-ACCOUNT-CODE TO WS-GMP-ACCT(WS-GMP-COUNT)
                    MOVE GMP-OP-CODE TO WS-GMP-OP(WS-GMP-COUNT)
                    MOVE GMP-GL-ACCOUNT TO WS-GMP-GL(WS-GMP-COUNT)
                ELSE
                    DISPLAY "SOMA: GL MAPPING EXCEEDS TABLE AT "
                        GMP-ACCOUNT-CODE " - RUN ABORTED"
                    CLOSE SOMA-GLMAP
                    PERFORM RELEASE-MASTER-LOCK
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                END-IF
                PERFORM READ-GL-MAPPING-RECORD
            END-PERFORM
            CLOSE SOMA-GLMAP.

       READ-GL-MAPPING-RECORD.
            READ SOMA-GLMAP INTO GMP-LINE
                AT END
                    SET WS-GMP-EOF TO TRUE
            END-READ.

       READ-REGISTER-RECORD.
            READ SOMA-RVRG INTO RVG-LINE
                AT END
                    SET WS-RVG-EOF TO TRUE
            END-READ.

       STAMP-REVERSAL-LINK.
            MOVE ZEROS TO HST-REVERSES-ID
            MOVE SPACES TO HST-REVERSES-DATE
            MOVE "N" TO WS-RVG-FOUND-SW
            PERFORM VARYING WS-RVG-IX FROM 1 BY 1
                    UNTIL WS-RVG-IX > WS-RVG-COUNT
                    OR WS-RVG-FOUND
                IF WS-RVG-REV-ID(WS-RVG-IX) = TR-TRANS-ID
                    SET WS-RVG-FOUND TO TRUE
                    MOVE WS-RVG-ORIG(WS-RVG-IX) TO HST-REVERSES-ID
                    MOVE WS-RVG-ODATE(WS-RVG-IX) TO HST-REVERSES-DATE
                END-IF
            END-PERFORM.

       CALL-CALC-MODULE.
            MOVE WS-N1 TO CALC-N1
            MOVE WS-N2 TO CALC-N2
            MOVE WS-POST-ACCOUNT TO GL-ACCOUNT-CODE
            MOVE WS-N3-NUM TO GL-AMOUNT
            MOVE RPT-HDG-DATE TO GL-RUN-DATE
            MOVE WS-GL-MAPPED-ACCT TO GL-MAPPED-ACCOUNT
            WRITE GL-RECORD FROM GL-LINE.

       PROCESS-CONTRA-LEG.
            MOVE WS-CCY-CODE TO HST-CURRENCY-CODE
            MOVE WS-CONTRA-AMT TO HST-AMOUNT
            MOVE WS-BAL-AMT(WS-CON-IX) TO HST-RESULT-BAL
            PERFORM STAMP-REVERSAL-LINK
            WRITE HST-RECORD FROM HST-LINE.

       WRITE-CONTRA-AUDIT-LINE.
            MOVE WS-CONTRA-ACCOUNT TO GL-ACCOUNT-CODE
            MOVE WS-CONTRA-AMT TO GL-AMOUNT
            MOVE RPT-HDG-DATE TO GL-RUN-DATE
            MOVE WS-GL-MAPPED-CONTRA TO GL-MAPPED-ACCOUNT
            WRITE GL-RECORD FROM GL-LINE.

       WRITE-CHECKPOINT.
            MOVE WS-CCY-CODE TO HST-CURRENCY-CODE
            MOVE WS-N3-NUM TO HST-AMOUNT
            MOVE WS-BAL-AMT(WS-BAL-IX) TO HST-RESULT-BAL
            PERFORM STAMP-REVERSAL-LINK
            WRITE HST-RECORD FROM HST-LINE.

       BACK-OUT-BALANCE-MASTER.
