      ******************************************************************
      * Author: Daniel
      * Purpose: Budget variance report. Measures every account's
      *          actual activity for the report month and the fiscal
      *          year to date against its line on the SOMABUDG.DAT
      *          budget master (maintained by SOMABUD). The fiscal
      *          year opens in the month given by environment
      *          variable SOMA_FISCAL_START_MONTH (01-12, default
      *          01) and is named by the calendar year it opens in.
      *          PARM is the report month as 'YYYY-MM'; blank means
      *          the month of the calendar's current business date.
      *          A month's actual is the account's movement over the
      *          period: for a closed period the difference between
      *          its SOMACLSE period-end snapshot
      *          (SOMABALM-YYYY-MM-DD.ARC, located through the
      *          SOMACAL.DAT period-end dates) and the snapshot
      *          before it; for the open period the live SOMAPTD.DAT
      *          period-to-date amount. A month whose snapshot (or the
      *          one before it) cannot be read is reported as not
      *          measured and counts zero. Each account budgeted is
      *          listed for the month and the year to date - budget,
      *          actual, variance (actual less budget) in amount and
      *          percent of budget - and flagged OVER when the actual
      *          passes the budget in the budget's direction. Accounts
      *          that posted with no budget line, and budget lines for
      *          closed accounts or accounts not on SOMABALM.DAT, are
      *          listed as exceptions. Writes SOMAVARR.DAT. RC=0 all
      *          within budget, RC=4 accounts over budget, exceptions
      *          or months not measured, RC=12 bad PARM, no calendar,
      *          no budget master or table overflow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somavar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-BUDG ASSIGN TO "SOMABUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT SOMA-BALMST ASSIGN TO "SOMABALM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.
           SELECT SOMA-SNAP ASSIGN TO DYNAMIC WS-SNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SOMA-PTD ASSIGN TO "SOMAPTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-STATUS.
           SELECT SOMA-VARR ASSIGN TO "SOMAVARR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-CAL ASSIGN TO "SOMACAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SOMA-RUNL ASSIGN TO "SOMARUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-BUDG.
       01  BGT-RECORD              PIC X(172).
       FD  SOMA-BALMST.
       01  BAL-RECORD              PIC X(40).
       FD  SOMA-SNAP.
       01  SNAP-RECORD             PIC X(40).
       FD  SOMA-PTD.
       01  PTD-RECORD              PIC X(43).
       FD  SOMA-VARR.
       01  VARR-RECORD             PIC X(100).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       01 WS-REPORT-MONTH.
           05 WS-RPT-YYYY          PIC X(04).
           05 WS-RPT-DASH          PIC X(01).
           05 WS-RPT-MM            PIC X(02).
       77 WS-RPT-YEAR-N         PIC 9(04) VALUE ZEROS.
       77 WS-RPT-MONTH-N        PIC 9(02) VALUE ZEROS.
       77 WS-FISCAL-RAW         PIC X(02) VALUE SPACES.
       77 WS-FISCAL-START       PIC 9(02) VALUE ZEROS.
       77 WS-FISCAL-YEAR        PIC 9(04) VALUE ZEROS.
       77 WS-REPORT-FMONTH      PIC 9(02) VALUE ZEROS.
       77 WS-CAL-MONTH          PIC 9(02) VALUE ZEROS.
       77 WS-CAL-YEAR           PIC 9(04) VALUE ZEROS.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-BUDG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-BALMST-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-SNAP-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-PTD-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-BGT-EOF-SW         PIC X(01) VALUE "N".
           88 WS-BGT-EOF                  VALUE "Y".
       77 WS-BAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-BAL-EOF                  VALUE "Y".
       77 WS-SNAP-EOF-SW        PIC X(01) VALUE "N".
           88 WS-SNAP-EOF                 VALUE "Y".
       77 WS-PTD-EOF-SW         PIC X(01) VALUE "N".
           88 WS-PTD-EOF                  VALUE "Y".
       77 WS-SNAP-OK-SW         PIC X(01) VALUE "N".
           88 WS-SNAP-OK                  VALUE "Y".
       77 WS-PREV-VALID-SW      PIC X(01) VALUE "N".
           88 WS-PREV-VALID               VALUE "Y".
       77 WS-LIVE-USED-SW       PIC X(01) VALUE "N".
           88 WS-LIVE-USED                VALUE "Y".
       77 WS-ACC-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-ACC-FOUND                VALUE "Y".
       77 WS-SNAP-FILE-NAME     PIC X(80) VALUE SPACES.
       77 WS-SNAP-DATE          PIC X(10) VALUE SPACES.
       77 WS-OPEN-PE            PIC X(10) VALUE SPACES.
       77 WS-PE-COUNT           PIC 9(04) VALUE ZEROS.
       77 WS-PE-IX              PIC 9(04) VALUE ZEROS.
       77 WS-PE-IX2             PIC 9(04) VALUE ZEROS.
       77 WS-PE-HOLD            PIC X(10) VALUE SPACES.
       01 WS-PE-TABLE.
           05 WS-PE-DATE OCCURS 1000 PIC X(10).
       77 WS-FM-IX              PIC 9(02) VALUE ZEROS.
       01 WS-FM-TABLE.
           05 WS-FM-ENTRY OCCURS 12.
              10 WS-FM-YM          PIC X(07).
              10 WS-FM-PE          PIC X(10).
       77 WS-ACC-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-ACC-IX             PIC 9(04) VALUE ZEROS.
       77 WS-ACC-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-ACC-LO             PIC 9(04) VALUE ZEROS.
       77 WS-ACC-HI             PIC 9(04) VALUE ZEROS.
       77 WS-ACC-INS            PIC 9(04) VALUE ZEROS.
       77 WS-ACC-KEY            PIC X(10) VALUE SPACES.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 2000.
              10 WS-ACC-ACCT       PIC X(10).
              10 WS-ACC-STAT       PIC X(01).
              10 WS-ACC-BUDGETED   PIC X(01).
              10 WS-ACC-BUDGET     PIC S9(9)V99 COMP-3 OCCURS 12.
              10 WS-ACC-ACTUAL     PIC S9(9)V99 COMP-3 OCCURS 12.
              10 WS-ACC-PREV       PIC S9(9)V99 COMP-3.
              10 WS-ACC-PTD-CNT    PIC 9(06).
       77 WS-MONTH-IX           PIC 9(02) VALUE ZEROS.
       77 WS-SNAP-LINES         PIC 9(06) VALUE ZEROS.
       77 WS-BUDGET-LINES       PIC 9(06) VALUE ZEROS.
       77 WS-UNMEASURED-COUNT   PIC 9(02) VALUE ZEROS.
       77 WS-REPORTED-COUNT     PIC 9(06) VALUE ZEROS.
       77 WS-OVER-COUNT         PIC 9(06) VALUE ZEROS.
       77 WS-EXCEPTION-COUNT    PIC 9(06) VALUE ZEROS.
       77 WS-ACC-OVER-SW        PIC X(01) VALUE "N".
           88 WS-ACC-OVER                 VALUE "Y".
       77 WS-LINE-BUDGET        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-LINE-ACTUAL        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-LINE-VARIANCE      PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77 WS-LINE-ABS-BUDGET    PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-LINE-PCT           PIC S9(7)V9 COMP-3 VALUE ZEROS.
       77 WS-YTD-BUDGET         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-YTD-ACTUAL         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-BUDGET         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-ACTUAL         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-CURRENT-DATE.
           05 WS-CUR-YYYY          PIC 9(04).
           05 WS-CUR-MM            PIC 9(02).
           05 WS-CUR-DD            PIC 9(02).
       01 WS-CURRENT-TIME.
           05 WS-CUR-HH            PIC 9(02).
           05 WS-CUR-MN            PIC 9(02).
           05 WS-CUR-SS            PIC 9(02).
           05 WS-CUR-HS            PIC 9(02).
           COPY SOMABGT.
           COPY SOMABAL.
           COPY SOMAPTD.
           COPY SOMAVRR.
           COPY SOMACAL.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM WRITE-RUN-LOG-START
            PERFORM SET-REPORT-PERIOD
            OPEN OUTPUT SOMA-VARR
            MOVE WS-FISCAL-YEAR TO VRR-HDG-YEAR
            MOVE WS-REPORT-MONTH TO VRR-HDG-MONTH
            MOVE WS-REPORT-FMONTH TO VRR-HDG-FMONTH
            MOVE WS-RUN-DATE TO VRR-HDG-DATE
            WRITE VARR-RECORD FROM VRR-HEADING-LINE
            PERFORM LOAD-BUDGET-LINES
            PERFORM LOAD-BALANCE-MASTER
            PERFORM MEASURE-ACTUALS
            PERFORM WRITE-VARIANCE-SECTION
            PERFORM WRITE-EXCEPTION-SECTION
            PERFORM WRITE-REPORT-TOTALS
            CLOSE SOMA-VARR
            DISPLAY "SOMAVAR: FISCAL YEAR " WS-FISCAL-YEAR " MONTH "
                WS-REPORT-MONTH " - " WS-REPORTED-COUNT
                " BUDGETED, " WS-OVER-COUNT " OVER, "
                WS-EXCEPTION-COUNT " EXCEPTIONS"
            IF WS-OVER-COUNT > ZERO OR WS-EXCEPTION-COUNT > ZERO
               OR WS-UNMEASURED-COUNT > ZERO
               OR WS-BUDGET-LINES = ZERO
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
                DISPLAY "SOMAVAR: NO SOMACAL.DAT - PERIODS CANNOT BE "
                    "LOCATED, RUN ABORTED"
                PERFORM WRITE-RUN-LOG-START
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF
            PERFORM READ-CALENDAR-RECORD
            PERFORM UNTIL WS-CAL-EOF
                IF CAL-CURRENT = "C"
                    MOVE CAL-BUS-DATE TO WS-RUN-DATE
                END-IF
                IF CAL-PERIOD-END = "E"
                    IF WS-PE-COUNT < 1000
                        ADD 1 TO WS-PE-COUNT
                        MOVE CAL-BUS-DATE TO WS-PE-DATE(WS-PE-COUNT)
                    ELSE
                        DISPLAY "SOMAVAR: CALENDAR PERIOD ENDS "
                            "EXCEED TABLE AT " CAL-BUS-DATE
                            " - RUN ABORTED"
                        CLOSE SOMA-CAL
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
                PERFORM READ-CALENDAR-RECORD
            END-PERFORM
            CLOSE SOMA-CAL
            PERFORM SORT-PERIOD-END-TABLE.

       READ-CALENDAR-RECORD.
            READ SOMA-CAL INTO CAL-LINE
                AT END
                    SET WS-CAL-EOF TO TRUE
            END-READ.

       SORT-PERIOD-END-TABLE.
            PERFORM VARYING WS-PE-IX FROM 1 BY 1
                    UNTIL WS-PE-IX >= WS-PE-COUNT
                PERFORM VARYING WS-PE-IX2 FROM 1 BY 1
                        UNTIL WS-PE-IX2 > WS-PE-COUNT - WS-PE-IX
                    IF WS-PE-DATE(WS-PE-IX2) >
                       WS-PE-DATE(WS-PE-IX2 + 1)
                        MOVE WS-PE-DATE(WS-PE-IX2) TO WS-PE-HOLD
                        MOVE WS-PE-DATE(WS-PE-IX2 + 1)
                            TO WS-PE-DATE(WS-PE-IX2)
                        MOVE WS-PE-HOLD TO WS-PE-DATE(WS-PE-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       ABORT-REPORT.
            CLOSE SOMA-VARR
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       SET-REPORT-PERIOD.
            IF WS-PARM-STRING = SPACES
                MOVE WS-RUN-DATE(1:7) TO WS-REPORT-MONTH
            ELSE
                MOVE WS-PARM-STRING(1:7) TO WS-REPORT-MONTH
            END-IF
            IF WS-RPT-YYYY NOT NUMERIC OR WS-RPT-DASH NOT = "-"
               OR WS-RPT-MM NOT NUMERIC
               OR WS-PARM-STRING(8:1) NOT = SPACE
                DISPLAY "SOMAVAR: REPORT MONTH " WS-PARM-STRING(1:10)
                    " NOT YYYY-MM - RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF
            MOVE WS-RPT-YYYY TO WS-RPT-YEAR-N
            MOVE WS-RPT-MM TO WS-RPT-MONTH-N
            IF WS-RPT-MONTH-N < 1 OR WS-RPT-MONTH-N > 12
                DISPLAY "SOMAVAR: REPORT MONTH " WS-REPORT-MONTH
                    " NOT YYYY-MM - RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF
            ACCEPT WS-FISCAL-RAW
                FROM ENVIRONMENT "SOMA_FISCAL_START_MONTH"
            IF WS-FISCAL-RAW NOT = SPACES
                COMPUTE WS-FISCAL-START = FUNCTION NUMVAL(WS-FISCAL-RAW)
            END-IF
            IF WS-FISCAL-START < 1 OR WS-FISCAL-START > 12
                MOVE 1 TO WS-FISCAL-START
            END-IF
            IF WS-RPT-MONTH-N >= WS-FISCAL-START
                MOVE WS-RPT-YEAR-N TO WS-FISCAL-YEAR
                COMPUTE WS-REPORT-FMONTH =
                    WS-RPT-MONTH-N - WS-FISCAL-START + 1
            ELSE
                COMPUTE WS-FISCAL-YEAR = WS-RPT-YEAR-N - 1
                COMPUTE WS-REPORT-FMONTH =
                    WS-RPT-MONTH-N + 12 - WS-FISCAL-START + 1
            END-IF
            PERFORM VARYING WS-FM-IX FROM 1 BY 1 UNTIL WS-FM-IX > 12
                COMPUTE WS-CAL-MONTH = WS-FISCAL-START + WS-FM-IX - 1
                MOVE WS-FISCAL-YEAR TO WS-CAL-YEAR
                IF WS-CAL-MONTH > 12
                    SUBTRACT 12 FROM WS-CAL-MONTH
                    ADD 1 TO WS-CAL-YEAR
                END-IF
                STRING WS-CAL-YEAR "-" WS-CAL-MONTH
                    DELIMITED BY SIZE INTO WS-FM-YM(WS-FM-IX)
                MOVE SPACES TO WS-FM-PE(WS-FM-IX)
                PERFORM VARYING WS-PE-IX FROM 1 BY 1
                        UNTIL WS-PE-IX > WS-PE-COUNT
                    IF WS-PE-DATE(WS-PE-IX)(1:7) = WS-FM-YM(WS-FM-IX)
                        MOVE WS-PE-DATE(WS-PE-IX)
                            TO WS-FM-PE(WS-FM-IX)
                    END-IF
                END-PERFORM
            END-PERFORM
            PERFORM VARYING WS-PE-IX FROM 1 BY 1
                    UNTIL WS-PE-IX > WS-PE-COUNT
                IF WS-PE-DATE(WS-PE-IX)(1:7) < WS-FM-YM(1)
                    MOVE WS-PE-DATE(WS-PE-IX) TO WS-OPEN-PE
                END-IF
            END-PERFORM.

       FIND-ACCOUNT-ENTRY.
            MOVE "N" TO WS-ACC-FOUND-SW
            MOVE 1 TO WS-ACC-LO
            MOVE WS-ACC-COUNT TO WS-ACC-HI
            PERFORM UNTIL WS-ACC-LO > WS-ACC-HI OR WS-ACC-FOUND
                COMPUTE WS-ACC-IX = (WS-ACC-LO + WS-ACC-HI) / 2
                IF WS-ACC-ACCT(WS-ACC-IX) = WS-ACC-KEY
                    SET WS-ACC-FOUND TO TRUE
                ELSE
                    IF WS-ACC-ACCT(WS-ACC-IX) < WS-ACC-KEY
                        COMPUTE WS-ACC-LO = WS-ACC-IX + 1
                    ELSE
                        COMPUTE WS-ACC-HI = WS-ACC-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       ADD-ACCOUNT-ENTRY.
            IF WS-ACC-COUNT < 2000
                MOVE 1 TO WS-ACC-INS
                PERFORM UNTIL WS-ACC-INS > WS-ACC-COUNT
                    OR WS-ACC-ACCT(WS-ACC-INS) > WS-ACC-KEY
                    ADD 1 TO WS-ACC-INS
                END-PERFORM
                PERFORM VARYING WS-ACC-IX2 FROM WS-ACC-COUNT BY -1
                        UNTIL WS-ACC-IX2 < WS-ACC-INS
                    MOVE WS-ACC-ENTRY(WS-ACC-IX2)
                        TO WS-ACC-ENTRY(WS-ACC-IX2 + 1)
                END-PERFORM
                ADD 1 TO WS-ACC-COUNT
                MOVE WS-ACC-INS TO WS-ACC-IX
                MOVE WS-ACC-KEY TO WS-ACC-ACCT(WS-ACC-IX)
                MOVE SPACE TO WS-ACC-STAT(WS-ACC-IX)
                MOVE "N" TO WS-ACC-BUDGETED(WS-ACC-IX)
                PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                        UNTIL WS-MONTH-IX > 12
                    MOVE ZEROS TO WS-ACC-BUDGET(WS-ACC-IX, WS-MONTH-IX)
                    MOVE ZEROS TO WS-ACC-ACTUAL(WS-ACC-IX, WS-MONTH-IX)
                END-PERFORM
                MOVE ZEROS TO WS-ACC-PREV(WS-ACC-IX)
                MOVE ZEROS TO WS-ACC-PTD-CNT(WS-ACC-IX)
                SET WS-ACC-FOUND TO TRUE
            ELSE
                DISPLAY "SOMAVAR: ACCOUNTS EXCEED TABLE AT "
                    WS-ACC-KEY " - RUN ABORTED"
                PERFORM ABORT-REPORT
            END-IF.

       LOCATE-ACCOUNT-ENTRY.
            PERFORM FIND-ACCOUNT-ENTRY
            IF NOT WS-ACC-FOUND
                PERFORM ADD-ACCOUNT-ENTRY
            END-IF.

       LOAD-BUDGET-LINES.
            OPEN INPUT SOMA-BUDG
            IF WS-BUDG-STATUS = "35"
                DISPLAY "SOMAVAR: NO SOMABUDG.DAT - NOTHING TO "
                    "MEASURE AGAINST, RUN ABORTED"
                PERFORM ABORT-REPORT
            END-IF
            PERFORM READ-BUDGET-RECORD
            PERFORM UNTIL WS-BGT-EOF
                IF BGT-FISCAL-YEAR = WS-FISCAL-YEAR
                    ADD 1 TO WS-BUDGET-LINES
                    MOVE BGT-ACCOUNT-CODE TO WS-ACC-KEY
                    PERFORM LOCATE-ACCOUNT-ENTRY
                    MOVE "Y" TO WS-ACC-BUDGETED(WS-ACC-IX)
                    PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                            UNTIL WS-MONTH-IX > 12
                        IF BGT-MONTH-AMT(WS-MONTH-IX) NUMERIC
                            MOVE BGT-MONTH-AMT(WS-MONTH-IX)
                              TO WS-ACC-BUDGET(WS-ACC-IX, WS-MONTH-IX)
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM READ-BUDGET-RECORD
            END-PERFORM
            CLOSE SOMA-BUDG
            IF WS-BUDGET-LINES = ZERO
                DISPLAY "SOMAVAR: NO BUDGET LOADED FOR FISCAL YEAR "
                    WS-FISCAL-YEAR
            END-IF.

       READ-BUDGET-RECORD.
            READ SOMA-BUDG INTO BGT-LINE
                AT END
                    SET WS-BGT-EOF TO TRUE
            END-READ.

       LOAD-BALANCE-MASTER.
            OPEN INPUT SOMA-BALMST
            IF WS-BALMST-STATUS = "35"
                DISPLAY "SOMAVAR: NO SOMABALM.DAT - ACCOUNT STATUS "
                    "UNKNOWN, RUN ABORTED"
                PERFORM ABORT-REPORT
            END-IF
            PERFORM READ-BALANCE-RECORD
            PERFORM UNTIL WS-BAL-EOF
                MOVE BAL-ACCOUNT-CODE TO WS-ACC-KEY
                PERFORM LOCATE-ACCOUNT-ENTRY
                MOVE BAL-STATUS TO WS-ACC-STAT(WS-ACC-IX)
                PERFORM READ-BALANCE-RECORD
            END-PERFORM
            CLOSE SOMA-BALMST.

       READ-BALANCE-RECORD.
            READ SOMA-BALMST INTO BAL-LINE
                AT END
                    SET WS-BAL-EOF TO TRUE
            END-READ.

       MEASURE-ACTUALS.
            IF WS-OPEN-PE = SPACES
                SET WS-PREV-VALID TO TRUE
            ELSE
                MOVE WS-OPEN-PE TO WS-SNAP-DATE
                PERFORM CHECK-SNAPSHOT
                IF WS-SNAP-OK
                    MOVE ZERO TO WS-MONTH-IX
                    PERFORM APPLY-SNAPSHOT
                    SET WS-PREV-VALID TO TRUE
                END-IF
            END-IF
            PERFORM VARYING WS-FM-IX FROM 1 BY 1
                    UNTIL WS-FM-IX > WS-REPORT-FMONTH
                MOVE WS-FM-YM(WS-FM-IX) TO VRR-SRC-MONTH
                PERFORM MEASURE-ONE-MONTH
                WRITE VARR-RECORD FROM VRR-SOURCE-LINE
            END-PERFORM.

       MEASURE-ONE-MONTH.
            MOVE SPACES TO VRR-SRC-TEXT
            MOVE "N" TO WS-SNAP-OK-SW
            EVALUATE TRUE
                WHEN WS-LIVE-USED
                  OR WS-FM-YM(WS-FM-IX) > WS-RUN-DATE(1:7)
                    MOVE "FUTURE PERIOD - NOTHING POSTED YET"
                        TO VRR-SRC-TEXT
                WHEN WS-FM-PE(WS-FM-IX) = SPACES
                    IF WS-FM-YM(WS-FM-IX) = WS-RUN-DATE(1:7)
                        PERFORM APPLY-LIVE-PERIOD
                    ELSE
                        MOVE "NO PERIOD END ON CALENDAR - NOT MEASURED"
                            TO VRR-SRC-TEXT
                        ADD 1 TO WS-UNMEASURED-COUNT
                        MOVE "N" TO WS-PREV-VALID-SW
                    END-IF
                WHEN WS-FM-PE(WS-FM-IX) > WS-RUN-DATE
                    PERFORM APPLY-LIVE-PERIOD
                WHEN OTHER
                    MOVE WS-FM-PE(WS-FM-IX) TO WS-SNAP-DATE
                    PERFORM CHECK-SNAPSHOT
                    EVALUATE TRUE
                        WHEN WS-SNAP-OK AND WS-PREV-VALID
                            MOVE WS-FM-IX TO WS-MONTH-IX
                            PERFORM APPLY-SNAPSHOT
                            STRING "PERIOD-END SNAPSHOT "
                                WS-SNAP-DATE " LESS PRIOR PERIOD END"
                                DELIMITED BY SIZE INTO VRR-SRC-TEXT
                        WHEN WS-SNAP-OK
                            MOVE ZERO TO WS-MONTH-IX
                            PERFORM APPLY-SNAPSHOT
                            SET WS-PREV-VALID TO TRUE
                            MOVE "PRIOR SNAPSHOT MISSING - NOT MEASURED"
                                TO VRR-SRC-TEXT
                            ADD 1 TO WS-UNMEASURED-COUNT
                        WHEN WS-FM-PE(WS-FM-IX) = WS-RUN-DATE
                            PERFORM APPLY-LIVE-PERIOD
                        WHEN OTHER
                            STRING "SNAPSHOT " WS-SNAP-DATE
                                " MISSING OR DAMAGED - NOT MEASURED"
                                DELIMITED BY SIZE INTO VRR-SRC-TEXT
                            ADD 1 TO WS-UNMEASURED-COUNT
                            MOVE "N" TO WS-PREV-VALID-SW
                    END-EVALUATE
            END-EVALUATE.

       CHECK-SNAPSHOT.
            MOVE SPACES TO WS-SNAP-FILE-NAME
            STRING "SOMABALM-" WS-SNAP-DATE ".ARC"
                DELIMITED BY SIZE INTO WS-SNAP-FILE-NAME
            MOVE "N" TO WS-SNAP-OK-SW
            MOVE "N" TO WS-SNAP-EOF-SW
            MOVE ZEROS TO WS-SNAP-LINES
            OPEN INPUT SOMA-SNAP
            IF WS-SNAP-STATUS = "00"
                SET WS-SNAP-OK TO TRUE
                PERFORM READ-SNAPSHOT-RECORD
                PERFORM UNTIL WS-SNAP-EOF
                    IF BAL-BALANCE NOT NUMERIC
                       OR BAL-ACCOUNT-CODE = SPACES
                        MOVE "N" TO WS-SNAP-OK-SW
                    END-IF
                    ADD 1 TO WS-SNAP-LINES
                    PERFORM READ-SNAPSHOT-RECORD
                END-PERFORM
                CLOSE SOMA-SNAP
                IF NOT WS-SNAP-OK
                    DISPLAY "SOMAVAR: SNAPSHOT " WS-SNAP-FILE-NAME
                        " DAMAGED"
                END-IF
            END-IF.

       READ-SNAPSHOT-RECORD.
            READ SOMA-SNAP INTO BAL-LINE
                AT END
                    SET WS-SNAP-EOF TO TRUE
            END-READ.

      * WS-MONTH-IX zero takes the snapshot as the opening balances
      * only; otherwise each account's movement since the prior
      * snapshot becomes its actual for that fiscal month.
       APPLY-SNAPSHOT.
            MOVE "N" TO WS-SNAP-EOF-SW
            OPEN INPUT SOMA-SNAP
            PERFORM READ-SNAPSHOT-RECORD
            PERFORM UNTIL WS-SNAP-EOF
                MOVE BAL-ACCOUNT-CODE TO WS-ACC-KEY
                PERFORM LOCATE-ACCOUNT-ENTRY
                IF WS-MONTH-IX > ZERO
                    COMPUTE WS-ACC-ACTUAL(WS-ACC-IX, WS-MONTH-IX) =
                        BAL-BALANCE - WS-ACC-PREV(WS-ACC-IX)
                END-IF
                MOVE BAL-BALANCE TO WS-ACC-PREV(WS-ACC-IX)
                PERFORM READ-SNAPSHOT-RECORD
            END-PERFORM
            CLOSE SOMA-SNAP.

       APPLY-LIVE-PERIOD.
            SET WS-LIVE-USED TO TRUE
            OPEN INPUT SOMA-PTD
            IF WS-PTD-STATUS = "35"
                MOVE "NO SOMAPTD.DAT - OPEN PERIOD NOT MEASURED"
                    TO VRR-SRC-TEXT
                ADD 1 TO WS-UNMEASURED-COUNT
            ELSE
                PERFORM READ-PTD-RECORD
                PERFORM UNTIL WS-PTD-EOF
                    IF PTD-AMOUNT NUMERIC
                        MOVE PTD-ACCOUNT-CODE TO WS-ACC-KEY
                        PERFORM LOCATE-ACCOUNT-ENTRY
                        MOVE PTD-AMOUNT
                            TO WS-ACC-ACTUAL(WS-ACC-IX, WS-FM-IX)
                        IF PTD-POST-COUNT NUMERIC
                            MOVE PTD-POST-COUNT
                                TO WS-ACC-PTD-CNT(WS-ACC-IX)
                        END-IF
                    END-IF
                    PERFORM READ-PTD-RECORD
                END-PERFORM
                CLOSE SOMA-PTD
                MOVE "LIVE PERIOD-TO-DATE (PERIOD STILL OPEN)"
                    TO VRR-SRC-TEXT
            END-IF.

       READ-PTD-RECORD.
            READ SOMA-PTD INTO PTD-LINE
                AT END
                    SET WS-PTD-EOF TO TRUE
            END-READ.

       WRITE-VARIANCE-SECTION.
            MOVE "BUDGET AGAINST ACTUAL - MONTH AND YEAR TO DATE"
                TO VRR-SEC-TEXT
            WRITE VARR-RECORD FROM VRR-SECTION-LINE
            WRITE VARR-RECORD FROM VRR-COLUMN-LINE
            PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                    UNTIL WS-ACC-IX > WS-ACC-COUNT
                IF WS-ACC-BUDGETED(WS-ACC-IX) = "Y"
                   AND WS-ACC-STAT(WS-ACC-IX) NOT = SPACE
                    PERFORM WRITE-ACCOUNT-VARIANCE
                END-IF
            END-PERFORM.

       WRITE-ACCOUNT-VARIANCE.
            ADD 1 TO WS-REPORTED-COUNT
            MOVE "N" TO WS-ACC-OVER-SW
            MOVE WS-ACC-ACCT(WS-ACC-IX) TO VRR-DET-ACCOUNT
            MOVE WS-ACC-STAT(WS-ACC-IX) TO VRR-DET-STATUS
            MOVE "MONTH" TO VRR-DET-PERIOD
            MOVE WS-ACC-BUDGET(WS-ACC-IX, WS-REPORT-FMONTH)
                TO WS-LINE-BUDGET
            MOVE WS-ACC-ACTUAL(WS-ACC-IX, WS-REPORT-FMONTH)
                TO WS-LINE-ACTUAL
            PERFORM FORMAT-VARIANCE-LINE
            WRITE VARR-RECORD FROM VRR-DETAIL-LINE
            MOVE ZEROS TO WS-YTD-BUDGET
            MOVE ZEROS TO WS-YTD-ACTUAL
            PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                    UNTIL WS-MONTH-IX > WS-REPORT-FMONTH
                ADD WS-ACC-BUDGET(WS-ACC-IX, WS-MONTH-IX)
                    TO WS-YTD-BUDGET
                ADD WS-ACC-ACTUAL(WS-ACC-IX, WS-MONTH-IX)
                    TO WS-YTD-ACTUAL
            END-PERFORM
            MOVE SPACES TO VRR-DET-ACCOUNT
            MOVE SPACE TO VRR-DET-STATUS
            MOVE "YTD" TO VRR-DET-PERIOD
            MOVE WS-YTD-BUDGET TO WS-LINE-BUDGET
            MOVE WS-YTD-ACTUAL TO WS-LINE-ACTUAL
            PERFORM FORMAT-VARIANCE-LINE
            WRITE VARR-RECORD FROM VRR-DETAIL-LINE
            ADD WS-YTD-BUDGET TO WS-TOT-BUDGET
            ADD WS-YTD-ACTUAL TO WS-TOT-ACTUAL
            IF WS-ACC-OVER
                ADD 1 TO WS-OVER-COUNT
            END-IF.

       FORMAT-VARIANCE-LINE.
            COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET
            MOVE WS-LINE-BUDGET TO VRR-DET-BUDGET
            MOVE WS-LINE-ACTUAL TO VRR-DET-ACTUAL
            MOVE WS-LINE-VARIANCE TO VRR-DET-VARIANCE
            IF WS-LINE-BUDGET < ZERO
                COMPUTE WS-LINE-ABS-BUDGET = ZERO - WS-LINE-BUDGET
            ELSE
                MOVE WS-LINE-BUDGET TO WS-LINE-ABS-BUDGET
            END-IF
            IF WS-LINE-BUDGET = ZERO
                MOVE "     N/A" TO VRR-DET-PCT-X
            ELSE
                COMPUTE WS-LINE-PCT ROUNDED =
                    WS-LINE-VARIANCE * 100 / WS-LINE-ABS-BUDGET
                IF WS-LINE-PCT > 99999.9 OR WS-LINE-PCT < -99999.9
                    MOVE "   *****" TO VRR-DET-PCT-X
                ELSE
                    MOVE WS-LINE-PCT TO VRR-DET-PCT
                END-IF
            END-IF
            MOVE SPACES TO VRR-DET-OVER
            EVALUATE TRUE
                WHEN WS-LINE-BUDGET = ZERO
                    IF WS-LINE-ACTUAL NOT = ZERO
                        MOVE "OVER" TO VRR-DET-OVER
                    END-IF
                WHEN WS-LINE-BUDGET > ZERO
                    IF WS-LINE-ACTUAL > WS-LINE-BUDGET
                        MOVE "OVER" TO VRR-DET-OVER
                    END-IF
                WHEN OTHER
                    IF WS-LINE-ACTUAL < WS-LINE-BUDGET
                        MOVE "OVER" TO VRR-DET-OVER
                    END-IF
            END-EVALUATE
            IF VRR-DET-OVER = "OVER"
                SET WS-ACC-OVER TO TRUE
            END-IF.

       WRITE-EXCEPTION-SECTION.
            MOVE "EXCEPTIONS" TO VRR-SEC-TEXT
            WRITE VARR-RECORD FROM VRR-SECTION-LINE
            PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                    UNTIL WS-ACC-IX > WS-ACC-COUNT
                MOVE ZEROS TO WS-YTD-BUDGET
                MOVE ZEROS TO WS-YTD-ACTUAL
                PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                        UNTIL WS-MONTH-IX > WS-REPORT-FMONTH
                    ADD WS-ACC-BUDGET(WS-ACC-IX, WS-MONTH-IX)
                        TO WS-YTD-BUDGET
                    ADD WS-ACC-ACTUAL(WS-ACC-IX, WS-MONTH-IX)
                        TO WS-YTD-ACTUAL
                END-PERFORM
                MOVE WS-ACC-ACCT(WS-ACC-IX) TO VRR-EXC-ACCOUNT
                MOVE WS-ACC-STAT(WS-ACC-IX) TO VRR-EXC-STATUS
                EVALUATE TRUE
                    WHEN WS-ACC-BUDGETED(WS-ACC-IX) = "Y"
                     AND WS-ACC-STAT(WS-ACC-IX) = SPACE
                        MOVE "NOT ON MAST" TO VRR-EXC-LABEL
                        MOVE WS-YTD-BUDGET TO VRR-EXC-AMOUNT
                        MOVE "BUDGET LINE FOR UNKNOWN ACCOUNT"
                            TO VRR-EXC-NOTE
                        PERFORM WRITE-EXCEPTION-LINE
                    WHEN WS-ACC-BUDGETED(WS-ACC-IX) = "Y"
                     AND WS-ACC-STAT(WS-ACC-IX) = "C"
                        MOVE "CLOSED" TO VRR-EXC-LABEL
                        MOVE WS-YTD-BUDGET TO VRR-EXC-AMOUNT
                        MOVE "BUDGET LINE FOR CLOSED ACCOUNT"
                            TO VRR-EXC-NOTE
                        PERFORM WRITE-EXCEPTION-LINE
                    WHEN WS-ACC-BUDGETED(WS-ACC-IX) = "N"
                     AND (WS-YTD-ACTUAL NOT = ZERO
                      OR WS-ACC-PTD-CNT(WS-ACC-IX) > ZERO)
                        MOVE "NO BUDGET" TO VRR-EXC-LABEL
                        MOVE WS-YTD-ACTUAL TO VRR-EXC-AMOUNT
                        MOVE "POSTED WITH NO BUDGET LINE"
                            TO VRR-EXC-NOTE
                        PERFORM WRITE-EXCEPTION-LINE
                END-EVALUATE
            END-PERFORM
            IF WS-EXCEPTION-COUNT = ZERO
                MOVE "  NONE" TO VRR-SEC-TEXT
                WRITE VARR-RECORD FROM VRR-SECTION-LINE
            END-IF.

       WRITE-EXCEPTION-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT
            WRITE VARR-RECORD FROM VRR-EXCEPTION-LINE.

       WRITE-REPORT-TOTALS.
            MOVE "ACCOUNTS BUDGETED:" TO VRR-TOT-LABEL
            MOVE WS-REPORTED-COUNT TO VRR-TOT-COUNT
            MOVE ZEROS TO VRR-TOT-AMOUNT
            WRITE VARR-RECORD FROM VRR-TOTAL-LINE
            MOVE "YTD BUDGET:" TO VRR-TOT-LABEL
            MOVE ZEROS TO VRR-TOT-COUNT
            MOVE WS-TOT-BUDGET TO VRR-TOT-AMOUNT
            WRITE VARR-RECORD FROM VRR-TOTAL-LINE
            MOVE "YTD ACTUAL:" TO VRR-TOT-LABEL
            MOVE WS-TOT-ACTUAL TO VRR-TOT-AMOUNT
            WRITE VARR-RECORD FROM VRR-TOTAL-LINE
            MOVE "ACCOUNTS OVER BUDGET:" TO VRR-TOT-LABEL
            MOVE WS-OVER-COUNT TO VRR-TOT-COUNT
            MOVE ZEROS TO VRR-TOT-AMOUNT
            WRITE VARR-RECORD FROM VRR-TOTAL-LINE
            MOVE "EXCEPTIONS:" TO VRR-TOT-LABEL
            MOVE WS-EXCEPTION-COUNT TO VRR-TOT-COUNT
            WRITE VARR-RECORD FROM VRR-TOTAL-LINE
            MOVE "MONTHS NOT MEASURED:" TO VRR-TOT-LABEL
            MOVE WS-UNMEASURED-COUNT TO VRR-TOT-COUNT
            WRITE VARR-RECORD FROM VRR-TOTAL-LINE
            EVALUATE TRUE
                WHEN WS-BUDGET-LINES = ZERO
                    MOVE "NO BUDGET LOADED FOR THE FISCAL YEAR"
                        TO VRR-STATUS-TEXT
                WHEN WS-UNMEASURED-COUNT > ZERO
                    MOVE "ACTUALS INCOMPLETE - SEE SOURCE LINES"
                        TO VRR-STATUS-TEXT
                WHEN WS-OVER-COUNT > ZERO
                  OR WS-EXCEPTION-COUNT > ZERO
                    MOVE "ACCOUNTS OVER BUDGET OR EXCEPTIONS - REVIEW"
                        TO VRR-STATUS-TEXT
                WHEN OTHER
                    MOVE "ALL ACCOUNTS WITHIN BUDGET"
                        TO VRR-STATUS-TEXT
            END-EVALUATE
            WRITE VARR-RECORD FROM VRR-STATUS-LINE.

       WRITE-RUN-LOG-START.
            SET RNL-START-REC TO TRUE
            MOVE ZEROS TO RNL-RETURN-CODE
            MOVE ZEROS TO RNL-COUNT-1
            MOVE ZEROS TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
            SET RNL-END-REC TO TRUE
            MOVE RETURN-CODE TO RNL-RETURN-CODE
            MOVE WS-REPORTED-COUNT TO RNL-COUNT-1
            COMPUTE RNL-COUNT-2 = WS-OVER-COUNT + WS-EXCEPTION-COUNT
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
            MOVE "SOMAVAR" TO RNL-PROGRAM
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

       END PROGRAM somavar.
