      ******************************************************************
      * Author: Daniel
      * Purpose: Monthly operator activity and segregation-of-duties
      *          review for internal audit. Lists every operator's
      *          privileged actions for the review month by program
      *          and action type, drawn from SOMAMLOG.DAT (account
      *          maintenance, held-queue releases and refusals,
      *          write-offs, reversals, budget changes) together with
      *          the corrections keyed on the SOMACORH.DAT correction
      *          history, the resolvers stamped on SOMARJCT.DAT
      *          (RJT-OPERATOR-ID) and the supervisors stamped on
      *          SOMAHELD.DAT (HEL-OPERATOR-ID). Then flags the
      *          conflicts:
      *            CORR+RELEASE - the operator who keyed a correction
      *              also released that transaction from the held
      *              queue;
      *            WOFF NEAR LM - an operator approved write-offs at
      *              or above SOMA_WOFF_NEAR_PCT percent (default 90)
      *              of their OPR-WOFF-LIMIT SOMA_WOFF_NEAR_COUNT
      *              times (default 3) or more in the month;
      *            MAINT+POST - account maintenance (add, close,
      *              reopen) on an account the same operator then
      *              posted to by correction, release or reversal -
      *              the accounts each of those touched are taken from
      *              the correction line, the held item or, failing
      *              those, the SOMAHIST.DAT posting history;
      *            UNKNOWN OPER - activity by an operator id no longer
      *              on SOMAOPER.DAT.
      *          Ends with the SOMAOPER.DAT entitlement listing for
      *          the access recertification sign-off. PARM is the
      *          review month as 'YYYY-MM'; blank means the month
      *          before the calendar's current business date. Writes
      *          SOMASODR.DAT. RC=0 no conflicts, RC=4 conflicts found
      *          or no profile file, RC=12 bad PARM or table overflow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somasod.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-MLOG ASSIGN TO "SOMAMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.
           SELECT SOMA-CORH ASSIGN TO "SOMACORH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORH-STATUS.
           SELECT SOMA-RJCT ASSIGN TO "SOMARJCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJCT-STATUS.
           SELECT SOMA-HELD ASSIGN TO "SOMAHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT SOMA-HIST ASSIGN TO "SOMAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SOMA-OPER ASSIGN TO "SOMAOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SOMA-SODR ASSIGN TO "SOMASODR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-CAL ASSIGN TO "SOMACAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SOMA-RUNL ASSIGN TO "SOMARUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-MLOG.
       01  MLG-RECORD              PIC X(81).
       FD  SOMA-CORH.
       01  CRH-RECORD              PIC X(92).
       FD  SOMA-RJCT.
       01  RJT-RECORD              PIC X(94).
       FD  SOMA-HELD.
       01  HEL-RECORD              PIC X(126).
       FD  SOMA-HIST.
       01  HST-RECORD              PIC X(78).
       FD  SOMA-OPER.
       01  OPR-RECORD              PIC X(48).
       FD  SOMA-SODR.
       01  SODR-RECORD             PIC X(100).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       01 WS-REVIEW-MONTH.
           05 WS-REV-YYYY          PIC X(04).
           05 WS-REV-DASH          PIC X(01).
           05 WS-REV-MM            PIC X(02).
       77 WS-REV-YEAR-N         PIC 9(04) VALUE ZEROS.
       77 WS-REV-MONTH-N        PIC 9(02) VALUE ZEROS.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-NEAR-RAW           PIC X(03) VALUE SPACES.
       77 WS-NEAR-PCT           PIC 9(03) VALUE ZEROS.
       77 WS-REPEAT-RAW         PIC X(03) VALUE SPACES.
       77 WS-NEAR-REPEAT        PIC 9(03) VALUE ZEROS.
       77 WS-MLOG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CORH-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RJCT-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-HELD-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-HIST-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-OPER-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-CAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-CAL-FOUND                VALUE "Y".
       77 WS-MLG-EOF-SW         PIC X(01) VALUE "N".
           88 WS-MLG-EOF                  VALUE "Y".
       77 WS-CRH-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CRH-EOF                  VALUE "Y".
       77 WS-RJT-EOF-SW         PIC X(01) VALUE "N".
           88 WS-RJT-EOF                  VALUE "Y".
       77 WS-HEL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-HEL-EOF                  VALUE "Y".
       77 WS-HST-EOF-SW         PIC X(01) VALUE "N".
           88 WS-HST-EOF                  VALUE "Y".
       77 WS-OPR-EOF-SW         PIC X(01) VALUE "N".
           88 WS-OPR-EOF                  VALUE "Y".
       77 WS-PROFILES-SW        PIC X(01) VALUE "N".
           88 WS-PROFILES-ACTIVE          VALUE "Y".
       77 WS-OPR-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-OPR-FOUND                VALUE "Y".
       77 WS-ACT-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-ACT-FOUND                VALUE "Y".
       77 WS-PST-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-PST-FOUND                VALUE "Y".
       77 WS-MNT-MATCH-SW       PIC X(01) VALUE "N".
           88 WS-MNT-MATCH                VALUE "Y".
       77 WS-OPR-COUNT          PIC 9(03) VALUE ZEROS.
       77 WS-OPR-IX             PIC 9(03) VALUE ZEROS.
       77 WS-OPR-KEY            PIC X(20) VALUE SPACES.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 100.
              10 WS-OPR-OPER       PIC X(20).
              10 WS-OPR-MAINT      PIC X(01).
              10 WS-OPR-CORR       PIC X(01).
              10 WS-OPR-WOFF       PIC X(01).
              10 WS-OPR-WLIM       PIC 9(9)V99.
              10 WS-OPR-REL        PIC X(01).
              10 WS-OPR-INQ        PIC X(01).
              10 WS-OPR-RVS        PIC X(01).
              10 WS-OPR-BUDG       PIC X(01).
              10 WS-OPR-CMPL       PIC X(01).
              10 WS-OPR-ACTS       PIC 9(06).
              10 WS-OPR-NEAR       PIC 9(04).
       77 WS-ACT-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-ACT-IX             PIC 9(04) VALUE ZEROS.
       77 WS-ACT-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-ACT-LO             PIC 9(04) VALUE ZEROS.
       77 WS-ACT-HI             PIC 9(04) VALUE ZEROS.
       77 WS-ACT-INS            PIC 9(04) VALUE ZEROS.
       01 WS-ACT-SEARCH.
           05 WS-ACS-OPER          PIC X(20).
           05 WS-ACS-PROGRAM       PIC X(08).
           05 WS-ACS-ACTION        PIC X(20).
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 1000.
              10 WS-ACT-KEY.
                 15 WS-ACT-OPER    PIC X(20).
                 15 WS-ACT-PROGRAM PIC X(08).
                 15 WS-ACT-ACTION  PIC X(20).
              10 WS-ACT-TALLY      PIC 9(06).
       77 WS-AOP-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-AOP-IX             PIC 9(04) VALUE ZEROS.
       01 WS-AOP-TABLE.
           05 WS-AOP-ENTRY OCCURS 1000.
              10 WS-AOP-OPER       PIC X(20).
              10 WS-AOP-TOTAL      PIC 9(06).
       77 WS-PST-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-PST-IX             PIC 9(04) VALUE ZEROS.
       77 WS-PST-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-PST-LO             PIC 9(04) VALUE ZEROS.
       77 WS-PST-HI             PIC 9(04) VALUE ZEROS.
       77 WS-PST-INS            PIC 9(04) VALUE ZEROS.
       77 WS-PST-SAVE           PIC 9(04) VALUE ZEROS.
       01 WS-PST-SEARCH.
           05 WS-PSS-KIND          PIC X(01).
           05 WS-PSS-ID            PIC 9(06).
       01 WS-PST-TABLE.
           05 WS-PST-ENTRY OCCURS 5000.
              10 WS-PST-KEY.
                 15 WS-PST-KIND    PIC X(01).
                 15 WS-PST-ID      PIC 9(06).
              10 WS-PST-OPER       PIC X(20).
              10 WS-PST-DATE       PIC X(10).
              10 WS-PST-ACCT1      PIC X(10).
              10 WS-PST-ACCT2      PIC X(10).
              10 WS-PST-SRC        PIC X(01).
       77 WS-MNT-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-MNT-IX             PIC 9(04) VALUE ZEROS.
       77 WS-MNT-LATEST         PIC 9(04) VALUE ZEROS.
       01 WS-MNT-TABLE.
           05 WS-MNT-ENTRY OCCURS 2000.
              10 WS-MNT-ACCT       PIC X(10).
              10 WS-MNT-OPER       PIC X(20).
              10 WS-MNT-DATE       PIC X(10).
              10 WS-MNT-WHAT       PIC X(08).
       77 WS-KIND-IX            PIC 9(01) VALUE ZEROS.
       01 WS-KIND-LIST          PIC X(03) VALUE "CRV".
       77 WS-PST-ACCT           PIC X(10) VALUE SPACES.
       77 WS-PST-VERB           PIC X(09) VALUE SPACES.
       77 WS-PREV-OPER          PIC X(20) VALUE SPACES.
       77 WS-OPER-TOTAL         PIC 9(06) VALUE ZEROS.
       77 WS-WOFF-AMT           PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-MLOG-READ          PIC 9(07) VALUE ZEROS.
       77 WS-MONTH-ACTIONS      PIC 9(06) VALUE ZEROS.
       77 WS-CONFLICT-COUNT     PIC 9(06) VALUE ZEROS.
       77 WS-EDIT-COUNT         PIC ZZZ9.
       77 WS-EDIT-PCT           PIC ZZ9.
       77 WS-EDIT-LIMIT         PIC Z(8)9.99.
       77 WS-EDIT-ACTS          PIC ZZZZZ9.
       01 WS-CURRENT-DATE.
           05 WS-CUR-YYYY          PIC 9(04).
           05 WS-CUR-MM            PIC 9(02).
           05 WS-CUR-DD            PIC 9(02).
       01 WS-CURRENT-TIME.
           05 WS-CUR-HH            PIC 9(02).
           05 WS-CUR-MN            PIC 9(02).
           05 WS-CUR-SS            PIC 9(02).
           05 WS-CUR-HS            PIC 9(02).
           COPY SOMAMLG.
           COPY SOMACRH.
           COPY SOMACOR.
           COPY SOMARJT.
           COPY SOMAHEL.
           COPY SOMAHST.
           COPY SOMAOPR.
           COPY SOMASDR.
           COPY SOMACAL.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM WRITE-RUN-LOG-START
            PERFORM SET-REVIEW-MONTH
            PERFORM READ-REVIEW-THRESHOLDS
            OPEN OUTPUT SOMA-SODR
            MOVE WS-REVIEW-MONTH TO SDR-HDG-MONTH
            MOVE WS-RUN-DATE TO SDR-HDG-DATE
            WRITE SODR-RECORD FROM SDR-HEADING-LINE
            PERFORM LOAD-OPERATOR-PROFILES
            PERFORM LOAD-CORRECTION-HISTORY
            PERFORM LOAD-REJECT-RESOLVERS
            PERFORM LOAD-MAINT-LOG
            PERFORM LOAD-HELD-SUPERVISORS
            PERFORM TALLY-CORRECTIONS-KEYED
            PERFORM SCAN-POSTING-HISTORY
            PERFORM WRITE-ACTIVITY-SECTION
            PERFORM WRITE-CONFLICT-SECTION
            PERFORM WRITE-ENTITLEMENT-SECTION
            PERFORM WRITE-REVIEW-TOTALS
            CLOSE SOMA-SODR
            DISPLAY "SOMASOD: REVIEW MONTH " WS-REVIEW-MONTH " - "
                WS-MONTH-ACTIONS " ACTIONS, " WS-CONFLICT-COUNT
                " CONFLICTS"
            IF WS-CONFLICT-COUNT > ZERO OR NOT WS-PROFILES-ACTIVE
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       READ-BUSINESS-CALENDAR.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
                DELIMITED BY SIZE INTO WS-RUN-DATE
            OPEN INPUT SOMA-CAL
            IF WS-CAL-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM READ-CALENDAR-RECORD
                PERFORM UNTIL WS-CAL-EOF OR WS-CAL-FOUND
                    IF CAL-CURRENT = "C"
                        SET WS-CAL-FOUND TO TRUE
                        MOVE CAL-BUS-DATE TO WS-RUN-DATE
                    ELSE
                        PERFORM READ-CALENDAR-RECORD
                    END-IF
                END-PERFORM
                CLOSE SOMA-CAL
            END-IF.

       READ-CALENDAR-RECORD.
            READ SOMA-CAL INTO CAL-LINE
                AT END
                    SET WS-CAL-EOF TO TRUE
            END-READ.

       ABORT-REVIEW.
            CLOSE SOMA-SODR
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       SET-REVIEW-MONTH.
            IF WS-PARM-STRING = SPACES
                MOVE WS-RUN-DATE(1:4) TO WS-REV-YEAR-N
                MOVE WS-RUN-DATE(6:2) TO WS-REV-MONTH-N
                IF WS-REV-MONTH-N = 1
                    MOVE 12 TO WS-REV-MONTH-N
                    SUBTRACT 1 FROM WS-REV-YEAR-N
                ELSE
                    SUBTRACT 1 FROM WS-REV-MONTH-N
                END-IF
                STRING WS-REV-YEAR-N "-" WS-REV-MONTH-N
                    DELIMITED BY SIZE INTO WS-REVIEW-MONTH
            ELSE
                MOVE WS-PARM-STRING(1:7) TO WS-REVIEW-MONTH
                IF WS-REV-YYYY NOT NUMERIC OR WS-REV-DASH NOT = "-"
                   OR WS-REV-MM NOT NUMERIC
                   OR WS-PARM-STRING(8:1) NOT = SPACE
                    DISPLAY "SOMASOD: REVIEW MONTH "
                        WS-PARM-STRING(1:10)
                        " NOT YYYY-MM - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-RUN-LOG-END
                    STOP RUN
                END-IF
                MOVE WS-REV-MM TO WS-REV-MONTH-N
                IF WS-REV-MONTH-N < 1 OR WS-REV-MONTH-N > 12
                    DISPLAY "SOMASOD: REVIEW MONTH " WS-REVIEW-MONTH
                        " NOT YYYY-MM - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-RUN-LOG-END
                    STOP RUN
                END-IF
            END-IF.

       READ-REVIEW-THRESHOLDS.
            ACCEPT WS-NEAR-RAW FROM ENVIRONMENT "SOMA_WOFF_NEAR_PCT"
            IF WS-NEAR-RAW NOT = SPACES
                COMPUTE WS-NEAR-PCT = FUNCTION NUMVAL(WS-NEAR-RAW)
            END-IF
            IF WS-NEAR-PCT = ZERO OR WS-NEAR-PCT > 100
                MOVE 90 TO WS-NEAR-PCT
            END-IF
            ACCEPT WS-REPEAT-RAW
                FROM ENVIRONMENT "SOMA_WOFF_NEAR_COUNT"
            IF WS-REPEAT-RAW NOT = SPACES
                COMPUTE WS-NEAR-REPEAT = FUNCTION NUMVAL(WS-REPEAT-RAW)
            END-IF
            IF WS-NEAR-REPEAT = ZERO
                MOVE 3 TO WS-NEAR-REPEAT
            END-IF.

       LOAD-OPERATOR-PROFILES.
            OPEN INPUT SOMA-OPER
            IF WS-OPER-STATUS = "35"
                DISPLAY "SOMASOD: NO SOMAOPER.DAT - UNKNOWN-OPERATOR "
                    "CHECK AND ENTITLEMENT LISTING SKIPPED"
            ELSE
                SET WS-PROFILES-ACTIVE TO TRUE
                PERFORM READ-OPERATOR-RECORD
                PERFORM UNTIL WS-OPR-EOF
                    IF WS-OPR-COUNT < 100
                        ADD 1 TO WS-OPR-COUNT
                        MOVE OPR-ID TO WS-OPR-OPER(WS-OPR-COUNT)
                        MOVE OPR-ACCT-MAINT
                            TO WS-OPR-MAINT(WS-OPR-COUNT)
                        MOVE OPR-CORRECTIONS
                            TO WS-OPR-CORR(WS-OPR-COUNT)
                        MOVE OPR-WRITEOFF TO WS-OPR-WOFF(WS-OPR-COUNT)
                        IF OPR-WOFF-LIMIT NUMERIC
                            MOVE OPR-WOFF-LIMIT
                                TO WS-OPR-WLIM(WS-OPR-COUNT)
                        ELSE
                            MOVE ZEROS TO WS-OPR-WLIM(WS-OPR-COUNT)
                        END-IF
                        MOVE OPR-RELEASE TO WS-OPR-REL(WS-OPR-COUNT)
                        MOVE OPR-INQUIRY TO WS-OPR-INQ(WS-OPR-COUNT)
                        MOVE OPR-REVERSAL TO WS-OPR-RVS(WS-OPR-COUNT)
                        MOVE OPR-BUDGET TO WS-OPR-BUDG(WS-OPR-COUNT)
                        MOVE OPR-COMPLIANCE
                            TO WS-OPR-CMPL(WS-OPR-COUNT)
                        MOVE ZEROS TO WS-OPR-ACTS(WS-OPR-COUNT)
                        MOVE ZEROS TO WS-OPR-NEAR(WS-OPR-COUNT)
                    ELSE
                        DISPLAY "SOMASOD: OPERATOR PROFILES EXCEED"
                            " TABLE AT " OPR-ID " - RUN ABORTED"
                        CLOSE SOMA-OPER
                        PERFORM ABORT-REVIEW
                    END-IF
                    PERFORM READ-OPERATOR-RECORD
                END-PERFORM
                CLOSE SOMA-OPER
            END-IF.

       READ-OPERATOR-RECORD.
            READ SOMA-OPER INTO OPR-LINE
                AT END
                    SET WS-OPR-EOF TO TRUE
            END-READ.

       FIND-OPERATOR-ENTRY.
            MOVE "N" TO WS-OPR-FOUND-SW
            PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                    UNTIL WS-OPR-IX > WS-OPR-COUNT
                    OR WS-OPR-FOUND
                IF WS-OPR-OPER(WS-OPR-IX) = WS-OPR-KEY
                    SET WS-OPR-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-OPR-FOUND
                SUBTRACT 1 FROM WS-OPR-IX
            END-IF.

      * Activity table - one entry per operator, program and action
      * for the review month, kept in key order as it is built.
       ADD-ACTIVITY.
            MOVE "N" TO WS-ACT-FOUND-SW
            MOVE 1 TO WS-ACT-LO
            MOVE WS-ACT-COUNT TO WS-ACT-HI
            PERFORM UNTIL WS-ACT-LO > WS-ACT-HI OR WS-ACT-FOUND
                COMPUTE WS-ACT-IX = (WS-ACT-LO + WS-ACT-HI) / 2
                IF WS-ACT-KEY(WS-ACT-IX) = WS-ACT-SEARCH
                    SET WS-ACT-FOUND TO TRUE
                ELSE
                    IF WS-ACT-KEY(WS-ACT-IX) < WS-ACT-SEARCH
                        COMPUTE WS-ACT-LO = WS-ACT-IX + 1
                    ELSE
                        COMPUTE WS-ACT-HI = WS-ACT-IX - 1
                    END-IF
                END-IF
            END-PERFORM
            IF NOT WS-ACT-FOUND
                IF WS-ACT-COUNT < 1000
                    MOVE 1 TO WS-ACT-INS
                    PERFORM UNTIL WS-ACT-INS > WS-ACT-COUNT
                        OR WS-ACT-KEY(WS-ACT-INS) > WS-ACT-SEARCH
                        ADD 1 TO WS-ACT-INS
                    END-PERFORM
                    PERFORM VARYING WS-ACT-IX2 FROM WS-ACT-COUNT BY -1
                            UNTIL WS-ACT-IX2 < WS-ACT-INS
                        MOVE WS-ACT-ENTRY(WS-ACT-IX2)
                            TO WS-ACT-ENTRY(WS-ACT-IX2 + 1)
                    END-PERFORM
                    ADD 1 TO WS-ACT-COUNT
                    MOVE WS-ACT-INS TO WS-ACT-IX
                    MOVE WS-ACT-SEARCH TO WS-ACT-KEY(WS-ACT-IX)
                    MOVE ZEROS TO WS-ACT-TALLY(WS-ACT-IX)
                ELSE
                    DISPLAY "SOMASOD: ACTIVITY EXCEEDS TABLE AT "
                        WS-ACS-OPER " - RUN ABORTED"
                    PERFORM ABORT-REVIEW
                END-IF
            END-IF
            ADD 1 TO WS-ACT-TALLY(WS-ACT-IX)
            ADD 1 TO WS-MONTH-ACTIONS.

      * Posting-action table - corrections ("C"), held releases ("R")
      * and reversals ("V") keyed by kind and transaction id, with
      * the operator, the action date and the accounts touched.
       FIND-POSTING-ENTRY.
            MOVE "N" TO WS-PST-FOUND-SW
            MOVE 1 TO WS-PST-LO
            MOVE WS-PST-COUNT TO WS-PST-HI
            PERFORM UNTIL WS-PST-LO > WS-PST-HI OR WS-PST-FOUND
                COMPUTE WS-PST-IX = (WS-PST-LO + WS-PST-HI) / 2
                IF WS-PST-KEY(WS-PST-IX) = WS-PST-SEARCH
                    SET WS-PST-FOUND TO TRUE
                ELSE
                    IF WS-PST-KEY(WS-PST-IX) < WS-PST-SEARCH
                        COMPUTE WS-PST-LO = WS-PST-IX + 1
                    ELSE
                        COMPUTE WS-PST-HI = WS-PST-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       ADD-POSTING-ENTRY.
            IF WS-PST-COUNT < 5000
                MOVE 1 TO WS-PST-INS
                PERFORM UNTIL WS-PST-INS > WS-PST-COUNT
                    OR WS-PST-KEY(WS-PST-INS) > WS-PST-SEARCH
                    ADD 1 TO WS-PST-INS
                END-PERFORM
                PERFORM VARYING WS-PST-IX2 FROM WS-PST-COUNT BY -1
                        UNTIL WS-PST-IX2 < WS-PST-INS
                    MOVE WS-PST-ENTRY(WS-PST-IX2)
                        TO WS-PST-ENTRY(WS-PST-IX2 + 1)
                END-PERFORM
                ADD 1 TO WS-PST-COUNT
                MOVE WS-PST-INS TO WS-PST-IX
                MOVE WS-PST-SEARCH TO WS-PST-KEY(WS-PST-IX)
                MOVE SPACES TO WS-PST-ACCT1(WS-PST-IX)
                MOVE SPACES TO WS-PST-ACCT2(WS-PST-IX)
                MOVE "H" TO WS-PST-SRC(WS-PST-IX)
            ELSE
                DISPLAY "SOMASOD: POSTING ACTIONS EXCEED TABLE AT "
                    WS-PSS-ID " - RUN ABORTED"
                PERFORM ABORT-REVIEW
            END-IF.

       LOAD-CORRECTION-HISTORY.
            OPEN INPUT SOMA-CORH
            IF WS-CORH-STATUS = "35"
                DISPLAY "SOMASOD: NO SOMACORH.DAT - CORRECTIONS FROM "
                    "THE REJECT MASTER ONLY"
            ELSE
                PERFORM READ-CORRECTION-HISTORY
                PERFORM UNTIL WS-CRH-EOF
                    IF CRH-DATE(1:7) NOT > WS-REVIEW-MONTH
                        MOVE CRH-CORRECTION TO COR-LINE
                        PERFORM NOTE-ONE-CORRECTION
                    END-IF
                    PERFORM READ-CORRECTION-HISTORY
                END-PERFORM
                CLOSE SOMA-CORH
            END-IF.

       READ-CORRECTION-HISTORY.
            READ SOMA-CORH INTO CRH-LINE
                AT END
                    SET WS-CRH-EOF TO TRUE
            END-READ.

       NOTE-ONE-CORRECTION.
            EVALUATE TRUE
                WHEN CRH-APPLIED AND COR-ACTION = "C"
                    MOVE "C" TO WS-PSS-KIND
                    MOVE COR-TRANS-ID TO WS-PSS-ID
                    PERFORM FIND-POSTING-ENTRY
                    IF NOT WS-PST-FOUND
                        PERFORM ADD-POSTING-ENTRY
                    END-IF
                    MOVE COR-OPERATOR-ID TO WS-PST-OPER(WS-PST-IX)
                    MOVE CRH-DATE TO WS-PST-DATE(WS-PST-IX)
                    MOVE COR-ACCOUNT-CODE TO WS-PST-ACCT1(WS-PST-IX)
                    MOVE COR-CONTRA-ACCOUNT TO WS-PST-ACCT2(WS-PST-IX)
                    MOVE "K" TO WS-PST-SRC(WS-PST-IX)
                WHEN CRH-APPLIED AND COR-ACTION = "W"
                    IF CRH-DATE(1:7) = WS-REVIEW-MONTH
                        PERFORM CHECK-WRITE-OFF-LIMIT
                    END-IF
                WHEN CRH-REFUSED
                    IF CRH-DATE(1:7) = WS-REVIEW-MONTH
                        MOVE COR-OPERATOR-ID TO WS-ACS-OPER
                        MOVE "SOMARCY" TO WS-ACS-PROGRAM
                        IF COR-ACTION = "W"
                            MOVE "WRITE-OFF REFUSED" TO WS-ACS-ACTION
                        ELSE
                            MOVE "CORRECTION REFUSED" TO WS-ACS-ACTION
                        END-IF
                        PERFORM ADD-ACTIVITY
                    END-IF
            END-EVALUATE.

       CHECK-WRITE-OFF-LIMIT.
            MOVE COR-OPERATOR-ID TO WS-OPR-KEY
            PERFORM FIND-OPERATOR-ENTRY
            IF WS-OPR-FOUND AND COR-N1 NUMERIC
                MOVE COR-N1 TO WS-WOFF-AMT
                IF WS-WOFF-AMT < ZERO
                    COMPUTE WS-WOFF-AMT = ZERO - WS-WOFF-AMT
                END-IF
                IF WS-OPR-WLIM(WS-OPR-IX) > ZERO
                   AND WS-WOFF-AMT * 100 >=
                       WS-OPR-WLIM(WS-OPR-IX) * WS-NEAR-PCT
                    ADD 1 TO WS-OPR-NEAR(WS-OPR-IX)
                END-IF
            END-IF.

       LOAD-REJECT-RESOLVERS.
            OPEN INPUT SOMA-RJCT
            IF WS-RJCT-STATUS = "35"
                DISPLAY "SOMASOD: NO SOMARJCT.DAT - NO REJECT "
                    "RESOLVERS"
            ELSE
                PERFORM READ-REJECT-RECORD
                PERFORM UNTIL WS-RJT-EOF
                    IF (RJT-STATUS = "C" OR RJT-STATUS = "R")
                       AND RJT-OPERATOR-ID NOT = SPACES
                       AND RJT-DATE-RESOLVED(1:7) NOT >
                           WS-REVIEW-MONTH
                        MOVE "C" TO WS-PSS-KIND
                        MOVE RJT-TRANS-ID TO WS-PSS-ID
                        PERFORM FIND-POSTING-ENTRY
                        IF NOT WS-PST-FOUND
                            PERFORM ADD-POSTING-ENTRY
                            MOVE RJT-OPERATOR-ID
                                TO WS-PST-OPER(WS-PST-IX)
                            MOVE RJT-DATE-RESOLVED
                                TO WS-PST-DATE(WS-PST-IX)
                        END-IF
                    END-IF
                    PERFORM READ-REJECT-RECORD
                END-PERFORM
                CLOSE SOMA-RJCT
            END-IF.

       READ-REJECT-RECORD.
            READ SOMA-RJCT INTO RJT-LINE
                AT END
                    SET WS-RJT-EOF TO TRUE
            END-READ.

       LOAD-MAINT-LOG.
            OPEN INPUT SOMA-MLOG
            IF WS-MLOG-STATUS = "35"
                DISPLAY "SOMASOD: NO SOMAMLOG.DAT - NO LOGGED "
                    "ACTIONS"
            ELSE
                PERFORM READ-MAINT-LOG-RECORD
                PERFORM UNTIL WS-MLG-EOF
                    ADD 1 TO WS-MLOG-READ
                    IF MLG-DATE(1:7) NOT > WS-REVIEW-MONTH
                        PERFORM NOTE-ONE-LOGGED-ACTION
                    END-IF
                    PERFORM READ-MAINT-LOG-RECORD
                END-PERFORM
                CLOSE SOMA-MLOG
            END-IF.

       READ-MAINT-LOG-RECORD.
            READ SOMA-MLOG INTO MLG-LINE
                AT END
                    SET WS-MLG-EOF TO TRUE
            END-READ.

       NOTE-ONE-LOGGED-ACTION.
            IF MLG-DATE(1:7) = WS-REVIEW-MONTH
                MOVE MLG-OPERATOR-ID TO WS-ACS-OPER
                MOVE MLG-PROGRAM TO WS-ACS-PROGRAM
                MOVE MLG-ACTION TO WS-ACS-ACTION
                PERFORM ADD-ACTIVITY
            END-IF
            EVALUATE MLG-ACTION
                WHEN "ACCOUNT ADDED"
                    MOVE "ADDED" TO WS-PST-VERB
                    PERFORM ADD-MAINTENANCE-ENTRY
                WHEN "ACCOUNT CLOSED"
                    MOVE "CLOSED" TO WS-PST-VERB
                    PERFORM ADD-MAINTENANCE-ENTRY
                WHEN "ACCOUNT REOPENED"
                    MOVE "REOPENED" TO WS-PST-VERB
                    PERFORM ADD-MAINTENANCE-ENTRY
                WHEN "HELD TRANS RELEASED"
                    MOVE "R" TO WS-PSS-KIND
                    PERFORM ADD-LOGGED-POSTING
                WHEN "TRANS REVERSED"
                    MOVE "V" TO WS-PSS-KIND
                    PERFORM ADD-LOGGED-POSTING
            END-EVALUATE.

       ADD-MAINTENANCE-ENTRY.
            IF WS-MNT-COUNT < 2000
                ADD 1 TO WS-MNT-COUNT
                MOVE MLG-KEY TO WS-MNT-ACCT(WS-MNT-COUNT)
                MOVE MLG-OPERATOR-ID TO WS-MNT-OPER(WS-MNT-COUNT)
                MOVE MLG-DATE TO WS-MNT-DATE(WS-MNT-COUNT)
                MOVE WS-PST-VERB TO WS-MNT-WHAT(WS-MNT-COUNT)
            ELSE
                DISPLAY "SOMASOD: ACCOUNT MAINTENANCE EXCEEDS TABLE "
                    "AT " MLG-KEY " - RUN ABORTED"
                PERFORM ABORT-REVIEW
            END-IF.

       ADD-LOGGED-POSTING.
            IF MLG-KEY(1:6) NUMERIC
                MOVE MLG-KEY(1:6) TO WS-PSS-ID
                PERFORM FIND-POSTING-ENTRY
                IF NOT WS-PST-FOUND
                    PERFORM ADD-POSTING-ENTRY
                END-IF
                MOVE MLG-OPERATOR-ID TO WS-PST-OPER(WS-PST-IX)
                MOVE MLG-DATE TO WS-PST-DATE(WS-PST-IX)
            END-IF.

       LOAD-HELD-SUPERVISORS.
            OPEN INPUT SOMA-HELD
            IF WS-HELD-STATUS = "35"
                DISPLAY "SOMASOD: NO SOMAHELD.DAT - RELEASES FROM "
                    "THE LOG ONLY"
            ELSE
                PERFORM READ-HELD-RECORD
                PERFORM UNTIL WS-HEL-EOF
                    IF (HEL-STATUS = "R" OR HEL-STATUS = "P")
                       AND HEL-OPERATOR-ID NOT = SPACES
                        PERFORM NOTE-ONE-HELD-RELEASE
                    END-IF
                    PERFORM READ-HELD-RECORD
                END-PERFORM
                CLOSE SOMA-HELD
            END-IF.

       READ-HELD-RECORD.
            READ SOMA-HELD INTO HEL-LINE
                AT END
                    SET WS-HEL-EOF TO TRUE
            END-READ.

       NOTE-ONE-HELD-RELEASE.
            MOVE "R" TO WS-PSS-KIND
            MOVE HEL-TRANS-ID TO WS-PSS-ID
            PERFORM FIND-POSTING-ENTRY
            IF WS-PST-FOUND
                MOVE HEL-ACCOUNT-CODE TO WS-PST-ACCT1(WS-PST-IX)
                MOVE HEL-CONTRA-ACCOUNT TO WS-PST-ACCT2(WS-PST-IX)
                MOVE "K" TO WS-PST-SRC(WS-PST-IX)
            ELSE
            IF HEL-DATE-ACTIONED(1:7) NOT > WS-REVIEW-MONTH
                PERFORM ADD-POSTING-ENTRY
                MOVE HEL-OPERATOR-ID TO WS-PST-OPER(WS-PST-IX)
                MOVE HEL-DATE-ACTIONED TO WS-PST-DATE(WS-PST-IX)
                MOVE HEL-ACCOUNT-CODE TO WS-PST-ACCT1(WS-PST-IX)
                MOVE HEL-CONTRA-ACCOUNT TO WS-PST-ACCT2(WS-PST-IX)
                MOVE "K" TO WS-PST-SRC(WS-PST-IX)
                IF HEL-DATE-ACTIONED(1:7) = WS-REVIEW-MONTH
                    MOVE HEL-OPERATOR-ID TO WS-ACS-OPER
                    MOVE "SOMAHLD" TO WS-ACS-PROGRAM
                    MOVE "HELD TRANS RELEASED" TO WS-ACS-ACTION
                    PERFORM ADD-ACTIVITY
                END-IF
            END-IF
            END-IF.

       TALLY-CORRECTIONS-KEYED.
            PERFORM VARYING WS-PST-IX FROM 1 BY 1
                    UNTIL WS-PST-IX > WS-PST-COUNT
                IF WS-PST-KIND(WS-PST-IX) = "C"
                   AND WS-PST-DATE(WS-PST-IX)(1:7) = WS-REVIEW-MONTH
                    MOVE WS-PST-OPER(WS-PST-IX) TO WS-ACS-OPER
                    MOVE "SOMARCY" TO WS-ACS-PROGRAM
                    MOVE "CORRECTION KEYED" TO WS-ACS-ACTION
                    MOVE WS-PST-IX TO WS-PST-SAVE
                    PERFORM ADD-ACTIVITY
                    MOVE WS-PST-SAVE TO WS-PST-IX
                END-IF
            END-PERFORM.

       SCAN-POSTING-HISTORY.
            OPEN INPUT SOMA-HIST
            IF WS-HIST-STATUS = "35"
                DISPLAY "SOMASOD: NO SOMAHIST.DAT - ACCOUNTS OF "
                    "REVERSALS AND OLDER CORRECTIONS UNKNOWN"
            ELSE
                PERFORM READ-HISTORY-RECORD
                PERFORM UNTIL WS-HST-EOF
                    PERFORM VARYING WS-KIND-IX FROM 1 BY 1
                            UNTIL WS-KIND-IX > 3
                        MOVE WS-KIND-LIST(WS-KIND-IX:1) TO WS-PSS-KIND
                        MOVE HST-TRANS-ID TO WS-PSS-ID
                        PERFORM FIND-POSTING-ENTRY
                        IF WS-PST-FOUND
                           AND WS-PST-SRC(WS-PST-IX) = "H"
                            PERFORM FILL-POSTING-ACCOUNT
                        END-IF
                    END-PERFORM
                    PERFORM READ-HISTORY-RECORD
                END-PERFORM
                CLOSE SOMA-HIST
            END-IF.

       READ-HISTORY-RECORD.
            READ SOMA-HIST INTO HST-LINE
                AT END
                    SET WS-HST-EOF TO TRUE
            END-READ.

       FILL-POSTING-ACCOUNT.
            IF WS-PST-ACCT1(WS-PST-IX) = SPACES
                MOVE HST-ACCOUNT-CODE TO WS-PST-ACCT1(WS-PST-IX)
            ELSE
            IF WS-PST-ACCT2(WS-PST-IX) = SPACES
               AND HST-ACCOUNT-CODE NOT = WS-PST-ACCT1(WS-PST-IX)
                MOVE HST-ACCOUNT-CODE TO WS-PST-ACCT2(WS-PST-IX)
            END-IF
            END-IF.

       WRITE-ACTIVITY-SECTION.
            MOVE "OPERATOR ACTIVITY BY PROGRAM AND ACTION"
                TO SDR-SEC-TEXT
            WRITE SODR-RECORD FROM SDR-SECTION-LINE
            WRITE SODR-RECORD FROM SDR-ACT-COLUMN-LINE
            MOVE SPACES TO WS-PREV-OPER
            MOVE ZEROS TO WS-OPER-TOTAL
            PERFORM VARYING WS-ACT-IX FROM 1 BY 1
                    UNTIL WS-ACT-IX > WS-ACT-COUNT
                IF WS-ACT-IX > 1
                   AND WS-ACT-OPER(WS-ACT-IX) NOT = WS-PREV-OPER
                    PERFORM WRITE-OPERATOR-TOTAL
                END-IF
                IF WS-ACT-OPER(WS-ACT-IX) = WS-PREV-OPER
                    MOVE SPACES TO SDR-ACT-OPERATOR
                ELSE
                    MOVE WS-ACT-OPER(WS-ACT-IX) TO SDR-ACT-OPERATOR
                END-IF
                MOVE WS-ACT-OPER(WS-ACT-IX) TO WS-PREV-OPER
                MOVE WS-ACT-PROGRAM(WS-ACT-IX) TO SDR-ACT-PROGRAM
                MOVE WS-ACT-ACTION(WS-ACT-IX) TO SDR-ACT-ACTION
                MOVE WS-ACT-TALLY(WS-ACT-IX) TO SDR-ACT-COUNT
                MOVE SPACES TO SDR-ACT-NOTE
                WRITE SODR-RECORD FROM SDR-ACTIVITY-LINE
                ADD WS-ACT-TALLY(WS-ACT-IX) TO WS-OPER-TOTAL
            END-PERFORM
            IF WS-ACT-COUNT > ZERO
                PERFORM WRITE-OPERATOR-TOTAL
            ELSE
                MOVE "  NO LOGGED ACTIVITY IN THE MONTH" TO SDR-SEC-TEXT
                WRITE SODR-RECORD FROM SDR-SECTION-LINE
            END-IF.

       WRITE-OPERATOR-TOTAL.
            MOVE SPACES TO SDR-ACT-OPERATOR
            MOVE SPACES TO SDR-ACT-PROGRAM
            MOVE "OPERATOR TOTAL" TO SDR-ACT-ACTION
            MOVE WS-OPER-TOTAL TO SDR-ACT-COUNT
            MOVE SPACES TO SDR-ACT-NOTE
            MOVE WS-PREV-OPER TO WS-OPR-KEY
            PERFORM FIND-OPERATOR-ENTRY
            IF WS-OPR-FOUND
                MOVE WS-OPER-TOTAL TO WS-OPR-ACTS(WS-OPR-IX)
            ELSE
            IF WS-PROFILES-ACTIVE
                MOVE "NOT ON SOMAOPER" TO SDR-ACT-NOTE
            END-IF
            END-IF
            WRITE SODR-RECORD FROM SDR-ACTIVITY-LINE
            ADD 1 TO WS-AOP-COUNT
            MOVE WS-PREV-OPER TO WS-AOP-OPER(WS-AOP-COUNT)
            MOVE WS-OPER-TOTAL TO WS-AOP-TOTAL(WS-AOP-COUNT)
            MOVE ZEROS TO WS-OPER-TOTAL.

       WRITE-CONFLICT-SECTION.
            MOVE "SEGREGATION-OF-DUTIES CONFLICTS" TO SDR-SEC-TEXT
            WRITE SODR-RECORD FROM SDR-SECTION-LINE
            WRITE SODR-RECORD FROM SDR-CFL-COLUMN-LINE
            PERFORM CHECK-CORRECTION-RELEASES
            PERFORM CHECK-WRITE-OFF-PATTERNS
            PERFORM CHECK-MAINTAINED-ACCOUNTS
            PERFORM CHECK-UNKNOWN-OPERATORS
            IF WS-CONFLICT-COUNT = ZERO
                MOVE "  NONE" TO SDR-SEC-TEXT
                WRITE SODR-RECORD FROM SDR-SECTION-LINE
            END-IF.

       WRITE-CONFLICT-LINE.
            ADD 1 TO WS-CONFLICT-COUNT
            WRITE SODR-RECORD FROM SDR-CONFLICT-LINE.

       CHECK-CORRECTION-RELEASES.
            PERFORM VARYING WS-PST-IX2 FROM 1 BY 1
                    UNTIL WS-PST-IX2 > WS-PST-COUNT
                IF WS-PST-KIND(WS-PST-IX2) = "R"
                   AND WS-PST-DATE(WS-PST-IX2)(1:7) = WS-REVIEW-MONTH
                    MOVE "C" TO WS-PSS-KIND
                    MOVE WS-PST-ID(WS-PST-IX2) TO WS-PSS-ID
                    PERFORM FIND-POSTING-ENTRY
                    IF WS-PST-FOUND
                       AND WS-PST-OPER(WS-PST-IX) =
                           WS-PST-OPER(WS-PST-IX2)
                        MOVE "CORR+RELEASE" TO SDR-CFL-TYPE
                        MOVE WS-PST-OPER(WS-PST-IX2)
                            TO SDR-CFL-OPERATOR
                        MOVE WS-PST-ID(WS-PST-IX2) TO SDR-CFL-KEY
                        MOVE WS-PST-DATE(WS-PST-IX2) TO SDR-CFL-DATE
                        MOVE SPACES TO SDR-CFL-DETAIL
                        STRING "KEYED CORRECTION "
                            WS-PST-DATE(WS-PST-IX) ", RELEASED IT"
                            DELIMITED BY SIZE INTO SDR-CFL-DETAIL
                        PERFORM WRITE-CONFLICT-LINE
                    END-IF
                END-IF
            END-PERFORM.

       CHECK-WRITE-OFF-PATTERNS.
            PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                    UNTIL WS-OPR-IX > WS-OPR-COUNT
                IF WS-OPR-NEAR(WS-OPR-IX) >= WS-NEAR-REPEAT
                    MOVE "WOFF NEAR LM" TO SDR-CFL-TYPE
                    MOVE WS-OPR-OPER(WS-OPR-IX) TO SDR-CFL-OPERATOR
                    MOVE WS-OPR-NEAR(WS-OPR-IX) TO WS-EDIT-COUNT
                    MOVE WS-EDIT-COUNT TO SDR-CFL-KEY
                    MOVE WS-REVIEW-MONTH TO SDR-CFL-DATE
                    MOVE WS-NEAR-PCT TO WS-EDIT-PCT
                    MOVE WS-OPR-WLIM(WS-OPR-IX) TO WS-EDIT-LIMIT
                    MOVE SPACES TO SDR-CFL-DETAIL
                    STRING "WRITE-OFFS AT " WS-EDIT-PCT
                        "%+ OF LIMIT " WS-EDIT-LIMIT
                        DELIMITED BY SIZE INTO SDR-CFL-DETAIL
                    PERFORM WRITE-CONFLICT-LINE
                END-IF
            END-PERFORM.

       CHECK-MAINTAINED-ACCOUNTS.
            PERFORM VARYING WS-PST-IX FROM 1 BY 1
                    UNTIL WS-PST-IX > WS-PST-COUNT
                IF WS-PST-DATE(WS-PST-IX)(1:7) = WS-REVIEW-MONTH
                    EVALUATE WS-PST-KIND(WS-PST-IX)
                        WHEN "C"
                            MOVE "CORRECTED" TO WS-PST-VERB
                        WHEN "R"
                            MOVE "RELEASED" TO WS-PST-VERB
                        WHEN OTHER
                            MOVE "REVERSED" TO WS-PST-VERB
                    END-EVALUATE
                    MOVE WS-PST-ACCT1(WS-PST-IX) TO WS-PST-ACCT
                    PERFORM CHECK-ONE-POSTED-ACCOUNT
                    MOVE WS-PST-ACCT2(WS-PST-IX) TO WS-PST-ACCT
                    PERFORM CHECK-ONE-POSTED-ACCOUNT
                END-IF
            END-PERFORM.

       CHECK-ONE-POSTED-ACCOUNT.
            MOVE "N" TO WS-MNT-MATCH-SW
            MOVE ZEROS TO WS-MNT-LATEST
            IF WS-PST-ACCT NOT = SPACES
                PERFORM VARYING WS-MNT-IX FROM 1 BY 1
                        UNTIL WS-MNT-IX > WS-MNT-COUNT
                    IF WS-MNT-ACCT(WS-MNT-IX) = WS-PST-ACCT
                       AND WS-MNT-OPER(WS-MNT-IX) =
                           WS-PST-OPER(WS-PST-IX)
                       AND WS-MNT-DATE(WS-MNT-IX) NOT >
                           WS-PST-DATE(WS-PST-IX)
                        IF NOT WS-MNT-MATCH
                           OR WS-MNT-DATE(WS-MNT-IX) NOT <
                              WS-MNT-DATE(WS-MNT-LATEST)
                            MOVE WS-MNT-IX TO WS-MNT-LATEST
                        END-IF
                        SET WS-MNT-MATCH TO TRUE
                    END-IF
                END-PERFORM
            END-IF
            IF WS-MNT-MATCH
                MOVE "MAINT+POST" TO SDR-CFL-TYPE
                MOVE WS-PST-OPER(WS-PST-IX) TO SDR-CFL-OPERATOR
                MOVE WS-PST-ACCT TO SDR-CFL-KEY
                MOVE WS-PST-DATE(WS-PST-IX) TO SDR-CFL-DATE
                MOVE SPACES TO SDR-CFL-DETAIL
                STRING WS-MNT-WHAT(WS-MNT-LATEST) DELIMITED BY SPACE
                    " " WS-MNT-DATE(WS-MNT-LATEST) ", "
                    DELIMITED BY SIZE
                    WS-PST-VERB DELIMITED BY SPACE
                    " " WS-PST-ID(WS-PST-IX)
                    DELIMITED BY SIZE INTO SDR-CFL-DETAIL
                PERFORM WRITE-CONFLICT-LINE
            END-IF.

       CHECK-UNKNOWN-OPERATORS.
            IF WS-PROFILES-ACTIVE
                PERFORM VARYING WS-AOP-IX FROM 1 BY 1
                        UNTIL WS-AOP-IX > WS-AOP-COUNT
                    MOVE WS-AOP-OPER(WS-AOP-IX) TO WS-OPR-KEY
                    PERFORM FIND-OPERATOR-ENTRY
                    IF NOT WS-OPR-FOUND
                        MOVE "UNKNOWN OPER" TO SDR-CFL-TYPE
                        MOVE WS-AOP-OPER(WS-AOP-IX)
                            TO SDR-CFL-OPERATOR
                        MOVE SPACES TO SDR-CFL-KEY
                        MOVE WS-REVIEW-MONTH TO SDR-CFL-DATE
                        MOVE WS-AOP-TOTAL(WS-AOP-IX) TO WS-EDIT-ACTS
                        MOVE SPACES TO SDR-CFL-DETAIL
                        STRING WS-EDIT-ACTS
                            " ACTIONS - ID NOT ON SOMAOPER"
                            DELIMITED BY SIZE INTO SDR-CFL-DETAIL
                        PERFORM WRITE-CONFLICT-LINE
                    END-IF
                END-PERFORM
            END-IF.

       WRITE-ENTITLEMENT-SECTION.
            MOVE "ENTITLEMENT LISTING - SOMAOPER.DAT" TO SDR-SEC-TEXT
            WRITE SODR-RECORD FROM SDR-SECTION-LINE
            IF NOT WS-PROFILES-ACTIVE
                MOVE "  NO SOMAOPER.DAT - ACCESS NOT RESTRICTED"
                    TO SDR-SEC-TEXT
                WRITE SODR-RECORD FROM SDR-SECTION-LINE
            ELSE
                WRITE SODR-RECORD FROM SDR-ENT-COLUMN-LINE
                PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                        UNTIL WS-OPR-IX > WS-OPR-COUNT
                    MOVE WS-OPR-OPER(WS-OPR-IX) TO SDR-ENT-OPERATOR
                    MOVE WS-OPR-MAINT(WS-OPR-IX) TO SDR-ENT-MAINT
                    MOVE WS-OPR-CORR(WS-OPR-IX) TO SDR-ENT-CORR
                    MOVE WS-OPR-WOFF(WS-OPR-IX) TO SDR-ENT-WOFF
                    MOVE WS-OPR-WLIM(WS-OPR-IX) TO SDR-ENT-WOFF-LIMIT
                    MOVE WS-OPR-REL(WS-OPR-IX) TO SDR-ENT-RELEASE
                    MOVE WS-OPR-INQ(WS-OPR-IX) TO SDR-ENT-INQUIRY
                    MOVE WS-OPR-RVS(WS-OPR-IX) TO SDR-ENT-REVERSAL
                    MOVE WS-OPR-BUDG(WS-OPR-IX) TO SDR-ENT-BUDGET
                    MOVE WS-OPR-CMPL(WS-OPR-IX) TO SDR-ENT-COMPLIANCE
                    MOVE WS-OPR-ACTS(WS-OPR-IX) TO SDR-ENT-ACTIONS
                    IF WS-OPR-ACTS(WS-OPR-IX) = ZERO
                        MOVE "NO ACTIVITY IN MONTH" TO SDR-ENT-NOTE
                    ELSE
                        MOVE SPACES TO SDR-ENT-NOTE
                    END-IF
                    WRITE SODR-RECORD FROM SDR-ENTITLEMENT-LINE
                END-PERFORM
            END-IF.

       WRITE-REVIEW-TOTALS.
            MOVE "LOG LINES READ:" TO SDR-TOT-LABEL
            MOVE WS-MLOG-READ TO SDR-TOT-COUNT
            WRITE SODR-RECORD FROM SDR-TOTAL-LINE
            MOVE "ACTIONS IN MONTH:" TO SDR-TOT-LABEL
            MOVE WS-MONTH-ACTIONS TO SDR-TOT-COUNT
            WRITE SODR-RECORD FROM SDR-TOTAL-LINE
            MOVE "OPERATORS ACTIVE:" TO SDR-TOT-LABEL
            MOVE WS-AOP-COUNT TO SDR-TOT-COUNT
            WRITE SODR-RECORD FROM SDR-TOTAL-LINE
            MOVE "OPERATORS PROFILED:" TO SDR-TOT-LABEL
            MOVE WS-OPR-COUNT TO SDR-TOT-COUNT
            WRITE SODR-RECORD FROM SDR-TOTAL-LINE
            MOVE "CONFLICTS:" TO SDR-TOT-LABEL
            MOVE WS-CONFLICT-COUNT TO SDR-TOT-COUNT
            WRITE SODR-RECORD FROM SDR-TOTAL-LINE
            EVALUATE TRUE
                WHEN NOT WS-PROFILES-ACTIVE
                    MOVE "NO OPERATOR PROFILES - ACCESS NOT RESTRICTED"
                        TO SDR-STATUS-TEXT
                WHEN WS-CONFLICT-COUNT > ZERO
                    MOVE "CONFLICTS FOUND - REVIEW WITH INTERNAL AUDIT"
                        TO SDR-STATUS-TEXT
                WHEN OTHER
                    MOVE "NO CONFLICTS FOUND" TO SDR-STATUS-TEXT
            END-EVALUATE
            WRITE SODR-RECORD FROM SDR-STATUS-LINE
            WRITE SODR-RECORD FROM SDR-SIGNOFF-LINE.

       WRITE-RUN-LOG-START.
            SET RNL-START-REC TO TRUE
            MOVE ZEROS TO RNL-RETURN-CODE
            MOVE ZEROS TO RNL-COUNT-1
            MOVE ZEROS TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
            SET RNL-END-REC TO TRUE
            MOVE RETURN-CODE TO RNL-RETURN-CODE
            MOVE WS-MONTH-ACTIONS TO RNL-COUNT-1
            MOVE WS-CONFLICT-COUNT TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
            MOVE "SOMASOD" TO RNL-PROGRAM
            MOVE WS-RUN-DATE TO RNL-DATE
            ACCEPT WS-CURRENT-TIME FROM TIME
            STRING WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
                DELIMITED BY SIZE INTO RNL-TIME
            OPEN EXTEND SOMA-RUNL
            IF WS-RUNL-STATUS = "35"
                OPEN OUTPUT SOMA-RUNL
            END-IF
            WRITE RNL-RECORD FROM RNL-LINE
            CLOSE SOMA-RUNL.

       END PROGRAM somasod.
