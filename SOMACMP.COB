      ******************************************************************
      * Author: Daniel
      * Purpose: Daily compliance monitoring over the posting history.
      *          Scans SOMAHIST.DAT across a rolling window of
      *          business days from SOMACAL.DAT ending on the run
      *          date (all amounts on the history are already in the
      *          base currency) and raises three kinds of alert:
      *            LARGE  - an account whose postings on the run date
      *              total more than the reportable amount (absolute
      *              amounts, credits and debits alike);
      *            STRUCT - an account with repeated postings just
      *              below its threshold within the window, at least
      *              one of them on the run date - the threshold is
      *              the account's SOMALIMT.DAT LIM-TRANS-MAX when it
      *              has one, otherwise the reportable amount, and
      *              "just below" is at or above the given percent of
      *              it;
      *            CIRCLE - a transfer on the run date that closes a
      *              circle of transfers within the window, money
      *              leaving an account and coming back to it through
      *              one or more other accounts (transfer legs are the
      *              two opposite history lines of one transaction).
      *          Reversal postings are left out - they undo a posting
      *          rather than move money. Each alert opens a case on
      *          the SOMACASE.DAT compliance case file (SOMACSE
      *          layout, status "O") unless the account is already on
      *          a case for it - the same alert on the same date, or
      *          for STRUCT any case still open or reviewed from
      *          within the window - so a rerun opens nothing twice.
      *          Cases are worked by the SOMACAS case maintenance job.
      *          The new case file generation is verified and swapped
      *          in (prior kept as SOMACASE.PRV) before the openings
      *          go on the SOMACAH.DAT case history. SOMACMPR.DAT
      *          lists the alerts and every case still open or
      *          reviewed. Thresholds come from the environment:
      *            SOMA_CMP_REPORT_AMT   reportable amount, default
      *                                  10000.00
      *            SOMA_CMP_NEAR_PCT     just-below percent, default 90
      *            SOMA_CMP_NEAR_COUNT   postings that make a pattern,
      *                                  default 3
      *            SOMA_CMP_WINDOW_DAYS  business days in the window,
      *                                  default 5
      *            SOMA_CMP_MAX_HOPS     most transfers in a circle,
      *                                  default 4, at most 8
      *          PARM optionally carries the date to monitor
      *          (YYYY-MM-DD) for a rerun; with no PARM the calendar's
      *          current business date. RC=0 no new cases, RC=4 new
      *          cases opened, RC=12 bad PARM, no calendar, table
      *          overflow or case file swap failure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somacmp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-HIST ASSIGN TO "SOMAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SOMA-LIMIT ASSIGN TO "SOMALIMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT SOMA-CASE ASSIGN TO "SOMACASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT SOMA-CASNEW ASSIGN TO "SOMACASE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-CAHS ASSIGN TO "SOMACAH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAHS-STATUS.
           SELECT SOMA-CMPR ASSIGN TO "SOMACMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-CAL ASSIGN TO "SOMACAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SOMA-RUNL ASSIGN TO "SOMARUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-HIST.
       01  HST-RECORD              PIC X(78).
       FD  SOMA-LIMIT.
       01  LIM-RECORD              PIC X(34).
       FD  SOMA-CASE.
       01  CAS-RECORD              PIC X(179).
       FD  SOMA-CASNEW.
       01  CASNEW-RECORD           PIC X(179).
       FD  SOMA-CAHS.
       01  CAH-RECORD              PIC X(82).
       FD  SOMA-CMPR.
       01  CMPR-RECORD             PIC X(100).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-RUN-TIME           PIC X(08) VALUE SPACES.
       77 WS-WINDOW-START       PIC X(10) VALUE SPACES.
       77 WS-HIST-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LIMIT-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-CASE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAHS-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-HST-EOF-SW         PIC X(01) VALUE "N".
           88 WS-HST-EOF                  VALUE "Y".
       77 WS-LIM-EOF-SW         PIC X(01) VALUE "N".
           88 WS-LIM-EOF                  VALUE "Y".
       77 WS-CAS-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAS-EOF                  VALUE "Y".
       77 WS-VERIFY-EOF-SW      PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF               VALUE "Y".
       77 WS-LIM-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-LIM-FOUND                VALUE "Y".
       77 WS-AGG-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-AGG-FOUND                VALUE "Y".
       77 WS-LEG-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-LEG-FOUND                VALUE "Y".
       77 WS-CASE-FOUND-SW      PIC X(01) VALUE "N".
           88 WS-CASE-FOUND               VALUE "Y".
       77 WS-CIRCLE-SW          PIC X(01) VALUE "N".
           88 WS-CIRCLE-FOUND             VALUE "Y".
       77 WS-ON-STACK-SW        PIC X(01) VALUE "N".
           88 WS-ON-STACK                 VALUE "Y".
       77 WS-AMT-RAW            PIC X(15) VALUE SPACES.
       77 WS-REPORT-AMT         PIC 9(9)V99 VALUE ZEROS.
       77 WS-PCT-RAW            PIC X(03) VALUE SPACES.
       77 WS-NEAR-PCT           PIC 9(03) VALUE ZEROS.
       77 WS-COUNT-RAW          PIC X(03) VALUE SPACES.
       77 WS-NEAR-COUNT         PIC 9(03) VALUE ZEROS.
       77 WS-DAYS-RAW           PIC X(03) VALUE SPACES.
       77 WS-WINDOW-DAYS        PIC 9(03) VALUE ZEROS.
       77 WS-HOPS-RAW           PIC X(02) VALUE SPACES.
       77 WS-MAX-HOPS           PIC 9(02) VALUE ZEROS.
       77 WS-BUS-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-BUS-IX             PIC 9(04) VALUE ZEROS.
       77 WS-BUS-END            PIC 9(04) VALUE ZEROS.
       01 WS-BUS-TABLE.
           05 WS-BUS-DATE OCCURS 3000 PIC X(10).
       77 WS-LIM-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-LIM-IX             PIC 9(04) VALUE ZEROS.
       77 WS-LIM-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-LIM-LO             PIC 9(04) VALUE ZEROS.
       77 WS-LIM-HI             PIC 9(04) VALUE ZEROS.
       01 WS-LIM-HOLD           PIC X(21) VALUE SPACES.
       01 WS-LIM-TABLE.
           05 WS-LIM-ENTRY OCCURS 2000.
              10 WS-LIM-ACCT       PIC X(10).
              10 WS-LIM-MAX        PIC 9(9)V99.
       77 WS-AGG-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-AGG-IX             PIC 9(04) VALUE ZEROS.
       77 WS-AGG-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-AGG-LO             PIC 9(04) VALUE ZEROS.
       77 WS-AGG-HI             PIC 9(04) VALUE ZEROS.
       77 WS-AGG-INS            PIC 9(04) VALUE ZEROS.
       77 WS-AGG-KEY            PIC X(10) VALUE SPACES.
       01 WS-AGG-TABLE.
           05 WS-AGG-ENTRY OCCURS 5000.
              10 WS-AGG-ACCT       PIC X(10).
              10 WS-AGG-REF        PIC 9(9)V99.
              10 WS-AGG-DAY-AMT    PIC S9(11)V99 COMP-3.
              10 WS-AGG-DAY-CNT    PIC 9(04).
              10 WS-AGG-NEAR-AMT   PIC S9(11)V99 COMP-3.
              10 WS-AGG-NEAR-CNT   PIC 9(04).
              10 WS-AGG-NEAR-TODAY PIC X(01).
       77 WS-LEG-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-LEG-IX             PIC 9(05) VALUE ZEROS.
       77 WS-LEG-IX2            PIC 9(05) VALUE ZEROS.
       77 WS-LEG-LO             PIC 9(05) VALUE ZEROS.
       77 WS-LEG-HI             PIC 9(05) VALUE ZEROS.
       77 WS-LEG-INS            PIC 9(05) VALUE ZEROS.
       01 WS-LEG-SEARCH.
           05 WS-LGS-DATE          PIC X(10).
           05 WS-LGS-ID            PIC 9(06).
       01 WS-LEG-TABLE.
           05 WS-LEG-ENTRY OCCURS 10000.
              10 WS-LEG-KEY.
                 15 WS-LEG-DATE    PIC X(10).
                 15 WS-LEG-ID      PIC 9(06).
              10 WS-LEG-LINES      PIC 9(02).
              10 WS-LEG-ACCT1      PIC X(10).
              10 WS-LEG-AMT1       PIC S9(9)V99 COMP-3.
              10 WS-LEG-ACCT2      PIC X(10).
              10 WS-LEG-AMT2       PIC S9(9)V99 COMP-3.
       77 WS-EDG-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-EDG-IX             PIC 9(04) VALUE ZEROS.
       77 WS-EDG-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-EDG-IX3            PIC 9(04) VALUE ZEROS.
       77 WS-NEXT-EDGE          PIC 9(04) VALUE ZEROS.
       01 WS-EDG-TABLE.
           05 WS-EDG-ENTRY OCCURS 5000.
              10 WS-EDG-FROM       PIC X(10).
              10 WS-EDG-TO         PIC X(10).
              10 WS-EDG-DATE       PIC X(10).
              10 WS-EDG-ID         PIC 9(06).
              10 WS-EDG-AMT        PIC S9(9)V99 COMP-3.
              10 WS-EDG-DONE       PIC X(01).
       77 WS-DEPTH              PIC 9(02) VALUE ZEROS.
       77 WS-STK-IX             PIC 9(02) VALUE ZEROS.
       01 WS-STACK-TABLE.
           05 WS-STACK-ENTRY OCCURS 8.
              10 WS-STK-EDGE       PIC 9(04).
              10 WS-STK-NEXT       PIC 9(04).
       77 WS-CIRCLE-HOME        PIC X(10) VALUE SPACES.
       77 WS-CIRCLE-NODE        PIC X(10) VALUE SPACES.
       77 WS-PATH-PTR           PIC 9(03) VALUE ZEROS.
       77 WS-CAS-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-CAS-IX             PIC 9(04) VALUE ZEROS.
       77 WS-CAS-OLD-COUNT      PIC 9(04) VALUE ZEROS.
       77 WS-NEXT-CASE-ID       PIC 9(06) VALUE ZEROS.
       77 WS-FOUND-CASE-ID      PIC 9(06) VALUE ZEROS.
       01 WS-CAS-TABLE.
           05 WS-CAS-DATA OCCURS 9999 PIC X(179).
       77 WS-ALT-TYPE           PIC X(06) VALUE SPACES.
       77 WS-ALT-ACCT           PIC X(10) VALUE SPACES.
       77 WS-ALT-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-ALT-POSTINGS       PIC 9(04) VALUE ZEROS.
       77 WS-ALT-DETAIL         PIC X(60) VALUE SPACES.
       77 WS-ABS-AMT            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-REF-AMT            PIC 9(9)V99 VALUE ZEROS.
       77 WS-EDIT-AMT           PIC Z(8)9.99.
       77 WS-EDIT-LEAD          PIC 9(02) VALUE ZEROS.
       77 WS-EDIT-CNT           PIC ZZZ9.
       77 WS-EDIT-CASE-ID       PIC 9(06).
       77 WS-HIST-READ          PIC 9(07) VALUE ZEROS.
       77 WS-WINDOW-LINES       PIC 9(06) VALUE ZEROS.
       77 WS-ALERT-COUNT        PIC 9(06) VALUE ZEROS.
       77 WS-NEW-CASES          PIC 9(06) VALUE ZEROS.
       77 WS-OPEN-CASES         PIC 9(06) VALUE ZEROS.
       77 WS-VERIFY-COUNT       PIC 9(04) VALUE ZEROS.
       77 WS-RENAME-RC          PIC S9(09) BINARY VALUE ZEROS.
       77 WS-GEN-OLD-NAME       PIC X(80) VALUE SPACES.
       77 WS-GEN-NEW-NAME       PIC X(80) VALUE SPACES.
       01 WS-CURRENT-DATE.
           05 WS-CUR-YYYY          PIC 9(04).
           05 WS-CUR-MM            PIC 9(02).
           05 WS-CUR-DD            PIC 9(02).
       01 WS-CURRENT-TIME.
           05 WS-CUR-HH            PIC 9(02).
           05 WS-CUR-MN            PIC 9(02).
           05 WS-CUR-SS            PIC 9(02).
           05 WS-CUR-HS            PIC 9(02).
           COPY SOMAHST.
           COPY SOMALIM.
           COPY SOMACSE.
           COPY SOMACAH.
           COPY SOMACMR.
           COPY SOMACAL.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-JOB-PARM
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM WRITE-RUN-LOG-START
            PERFORM SET-MONITOR-WINDOW
            PERFORM READ-MONITOR-THRESHOLDS
            PERFORM LOAD-POSTING-LIMITS
            PERFORM LOAD-CASE-FILE
            PERFORM SCAN-POSTING-HISTORY
            PERFORM BUILD-TRANSFER-EDGES
            OPEN OUTPUT SOMA-CMPR
            MOVE WS-RUN-DATE TO CMR-HDG-DATE
            MOVE WS-WINDOW-START TO CMR-HDG-WINDOW
            WRITE CMPR-RECORD FROM CMR-HEADING-LINE
            MOVE WS-REPORT-AMT TO CMR-PRM-REPORT-AMT
            MOVE WS-NEAR-PCT TO CMR-PRM-NEAR-PCT
            MOVE WS-NEAR-COUNT TO CMR-PRM-NEAR-COUNT
            MOVE WS-WINDOW-DAYS TO CMR-PRM-DAYS
            MOVE WS-MAX-HOPS TO CMR-PRM-HOPS
            WRITE CMPR-RECORD FROM CMR-PARM-LINE
            MOVE "ALERTS" TO CMR-SEC-TEXT
            WRITE CMPR-RECORD FROM CMR-SECTION-LINE
            WRITE CMPR-RECORD FROM CMR-ALERT-COLUMN-LINE
            PERFORM CHECK-LARGE-AGGREGATES
            PERFORM CHECK-STRUCTURED-POSTINGS
            PERFORM CHECK-CIRCULAR-MOVEMENT
            IF WS-ALERT-COUNT = ZERO
                MOVE "  NONE" TO CMR-SEC-TEXT
                WRITE CMPR-RECORD FROM CMR-SECTION-LINE
            END-IF
            IF WS-NEW-CASES > ZERO
                PERFORM WRITE-CASE-FILE
                PERFORM WRITE-CASE-HISTORY
            END-IF
            PERFORM WRITE-CASE-WORK-LIST
            PERFORM WRITE-MONITOR-TOTALS
            CLOSE SOMA-CMPR
            DISPLAY "SOMACMP: " WS-RUN-DATE " - " WS-ALERT-COUNT
                " ALERTS, " WS-NEW-CASES " NEW CASES, "
                WS-OPEN-CASES " CASES OPEN"
            IF WS-NEW-CASES > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       READ-JOB-PARM.
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE
            IF WS-PARM-STRING NOT = SPACES
                IF WS-PARM-STRING(1:4) NOT NUMERIC
                   OR WS-PARM-STRING(5:1) NOT = "-"
                   OR WS-PARM-STRING(6:2) NOT NUMERIC
                   OR WS-PARM-STRING(8:1) NOT = "-"
                   OR WS-PARM-STRING(9:2) NOT NUMERIC
                   OR WS-PARM-STRING(11:1) NOT = SPACE
                    DISPLAY "SOMACMP: PARM DATE " WS-PARM-STRING(1:12)
                        " NOT YYYY-MM-DD - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      * The whole calendar is read - the business dates make the
      * rolling window and the current date is the run date unless
      * PARM gave one.
       READ-BUSINESS-CALENDAR.
            OPEN INPUT SOMA-CAL
            IF WS-CAL-STATUS = "35"
                DISPLAY "SOMACMP: NO SOMACAL.DAT - BUSINESS-DAY "
                    "WINDOW UNKNOWN, RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-CALENDAR-RECORD
            PERFORM UNTIL WS-CAL-EOF
                IF CAL-CURRENT = "C" AND WS-RUN-DATE = SPACES
                    MOVE CAL-BUS-DATE TO WS-RUN-DATE
                END-IF
                IF CAL-DAY-TYPE = "B"
                    IF WS-BUS-COUNT < 3000
                        ADD 1 TO WS-BUS-COUNT
                        MOVE CAL-BUS-DATE TO WS-BUS-DATE(WS-BUS-COUNT)
                    ELSE
                        DISPLAY "SOMACMP: CALENDAR EXCEEDS TABLE AT "
                            CAL-BUS-DATE " - RUN ABORTED"
                        CLOSE SOMA-CAL
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
                PERFORM READ-CALENDAR-RECORD
            END-PERFORM
            CLOSE SOMA-CAL
            IF WS-PARM-STRING NOT = SPACES
                MOVE WS-PARM-STRING(1:10) TO WS-RUN-DATE
            END-IF
            IF WS-RUN-DATE = SPACES
                ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
                    DELIMITED BY SIZE INTO WS-RUN-DATE
            END-IF
            ACCEPT WS-CURRENT-TIME FROM TIME
            STRING WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
                DELIMITED BY SIZE INTO WS-RUN-TIME.

       READ-CALENDAR-RECORD.
            READ SOMA-CAL INTO CAL-LINE
                AT END
                    SET WS-CAL-EOF TO TRUE
            END-READ.

       ABORT-MONITOR.
            CLOSE SOMA-CMPR
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       READ-MONITOR-THRESHOLDS.
            ACCEPT WS-AMT-RAW FROM ENVIRONMENT "SOMA_CMP_REPORT_AMT"
            IF WS-AMT-RAW NOT = SPACES
                COMPUTE WS-REPORT-AMT = FUNCTION NUMVAL(WS-AMT-RAW)
            END-IF
            IF WS-REPORT-AMT = ZERO
                MOVE 10000.00 TO WS-REPORT-AMT
            END-IF
            ACCEPT WS-PCT-RAW FROM ENVIRONMENT "SOMA_CMP_NEAR_PCT"
            IF WS-PCT-RAW NOT = SPACES
                COMPUTE WS-NEAR-PCT = FUNCTION NUMVAL(WS-PCT-RAW)
            END-IF
            IF WS-NEAR-PCT = ZERO OR WS-NEAR-PCT > 99
                MOVE 90 TO WS-NEAR-PCT
            END-IF
            ACCEPT WS-COUNT-RAW FROM ENVIRONMENT "SOMA_CMP_NEAR_COUNT"
            IF WS-COUNT-RAW NOT = SPACES
                COMPUTE WS-NEAR-COUNT = FUNCTION NUMVAL(WS-COUNT-RAW)
            END-IF
            IF WS-NEAR-COUNT < 2
                MOVE 3 TO WS-NEAR-COUNT
            END-IF
            ACCEPT WS-HOPS-RAW FROM ENVIRONMENT "SOMA_CMP_MAX_HOPS"
            IF WS-HOPS-RAW NOT = SPACES
                COMPUTE WS-MAX-HOPS = FUNCTION NUMVAL(WS-HOPS-RAW)
            END-IF
            IF WS-MAX-HOPS < 2 OR WS-MAX-HOPS > 8
                MOVE 4 TO WS-MAX-HOPS
            END-IF.

      * The window is the last SOMA_CMP_WINDOW_DAYS business dates up
      * to the run date (counting the run date itself when it is a
      * business date) through to the run date.
       SET-MONITOR-WINDOW.
            ACCEPT WS-DAYS-RAW FROM ENVIRONMENT "SOMA_CMP_WINDOW_DAYS"
            IF WS-DAYS-RAW NOT = SPACES
                COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-DAYS-RAW)
            END-IF
            IF WS-WINDOW-DAYS = ZERO
                MOVE 5 TO WS-WINDOW-DAYS
            END-IF
            MOVE WS-RUN-DATE TO WS-WINDOW-START
            MOVE ZEROS TO WS-BUS-END
            PERFORM VARYING WS-BUS-IX FROM 1 BY 1
                    UNTIL WS-BUS-IX > WS-BUS-COUNT
                IF WS-BUS-DATE(WS-BUS-IX) NOT > WS-RUN-DATE
                    MOVE WS-BUS-IX TO WS-BUS-END
                END-IF
            END-PERFORM
            IF WS-BUS-END > ZERO
                IF WS-WINDOW-DAYS >= WS-BUS-END
                    MOVE WS-BUS-DATE(1) TO WS-WINDOW-START
                ELSE
                    COMPUTE WS-BUS-IX = WS-BUS-END - WS-WINDOW-DAYS + 1
                    MOVE WS-BUS-DATE(WS-BUS-IX) TO WS-WINDOW-START
                END-IF
            END-IF.

       LOAD-POSTING-LIMITS.
            OPEN INPUT SOMA-LIMIT
            IF WS-LIMIT-STATUS = "35"
                DISPLAY "SOMACMP: NO SOMALIMT.DAT - REPORTABLE "
                    "AMOUNT IS EVERY ACCOUNT'S THRESHOLD"
            ELSE
                PERFORM READ-LIMIT-RECORD
                PERFORM UNTIL WS-LIM-EOF
                    IF LIM-TRANS-MAX NUMERIC
                        IF WS-LIM-COUNT < 2000
                            ADD 1 TO WS-LIM-COUNT
                            MOVE LIM-ACCOUNT-CODE
                                TO WS-LIM-ACCT(WS-LIM-COUNT)
                            MOVE LIM-TRANS-MAX
                                TO WS-LIM-MAX(WS-LIM-COUNT)
                        ELSE
                            DISPLAY "SOMACMP: LIMITS EXCEED TABLE AT "
                                LIM-ACCOUNT-CODE " - RUN ABORTED"
                            CLOSE SOMA-LIMIT
                            MOVE 12 TO RETURN-CODE
                            PERFORM WRITE-RUN-LOG-END
                            STOP RUN
                        END-IF
                    END-IF
                    PERFORM READ-LIMIT-RECORD
                END-PERFORM
                CLOSE SOMA-LIMIT
                PERFORM SORT-LIMIT-TABLE
            END-IF.

       READ-LIMIT-RECORD.
            READ SOMA-LIMIT INTO LIM-LINE
                AT END
                    SET WS-LIM-EOF TO TRUE
            END-READ.

       SORT-LIMIT-TABLE.
            PERFORM VARYING WS-LIM-IX FROM 1 BY 1
                    UNTIL WS-LIM-IX >= WS-LIM-COUNT
                PERFORM VARYING WS-LIM-IX2 FROM 1 BY 1
                        UNTIL WS-LIM-IX2 > WS-LIM-COUNT - WS-LIM-IX
                    IF WS-LIM-ACCT(WS-LIM-IX2) >
                       WS-LIM-ACCT(WS-LIM-IX2 + 1)
                        MOVE WS-LIM-ENTRY(WS-LIM-IX2) TO WS-LIM-HOLD
                        MOVE WS-LIM-ENTRY(WS-LIM-IX2 + 1)
                            TO WS-LIM-ENTRY(WS-LIM-IX2)
                        MOVE WS-LIM-HOLD
                            TO WS-LIM-ENTRY(WS-LIM-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       FIND-LIMIT-ENTRY.
            MOVE "N" TO WS-LIM-FOUND-SW
            MOVE 1 TO WS-LIM-LO
            MOVE WS-LIM-COUNT TO WS-LIM-HI
            PERFORM UNTIL WS-LIM-LO > WS-LIM-HI OR WS-LIM-FOUND
                COMPUTE WS-LIM-IX = (WS-LIM-LO + WS-LIM-HI) / 2
                IF WS-LIM-ACCT(WS-LIM-IX) = WS-AGG-KEY
                    SET WS-LIM-FOUND TO TRUE
                ELSE
                    IF WS-LIM-ACCT(WS-LIM-IX) < WS-AGG-KEY
                        COMPUTE WS-LIM-LO = WS-LIM-IX + 1
                    ELSE
                        COMPUTE WS-LIM-HI = WS-LIM-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       LOAD-CASE-FILE.
            OPEN INPUT SOMA-CASE
            IF WS-CASE-STATUS = "35"
                DISPLAY "SOMACMP: NO SOMACASE.DAT - STARTING A NEW "
                    "CASE FILE"
            ELSE
                PERFORM READ-CASE-RECORD
                PERFORM UNTIL WS-CAS-EOF
                    IF WS-CAS-COUNT < 9999
                        ADD 1 TO WS-CAS-COUNT
                        MOVE CAS-LINE TO WS-CAS-DATA(WS-CAS-COUNT)
                        IF CAS-CASE-ID NUMERIC
                           AND CAS-CASE-ID > WS-NEXT-CASE-ID
                            MOVE CAS-CASE-ID TO WS-NEXT-CASE-ID
                        END-IF
                    ELSE
                        DISPLAY "SOMACMP: CASE FILE EXCEEDS TABLE AT "
                            CAS-CASE-ID " - RUN ABORTED"
                        CLOSE SOMA-CASE
                        MOVE 12 TO RETURN-CODE
                        PERFORM WRITE-RUN-LOG-END
                        STOP RUN
                    END-IF
                    PERFORM READ-CASE-RECORD
                END-PERFORM
                CLOSE SOMA-CASE
            END-IF
            MOVE WS-CAS-COUNT TO WS-CAS-OLD-COUNT.

       READ-CASE-RECORD.
            READ SOMA-CASE INTO CAS-LINE
                AT END
                    SET WS-CAS-EOF TO TRUE
            END-READ.

       SCAN-POSTING-HISTORY.
            OPEN INPUT SOMA-HIST
            IF WS-HIST-STATUS = "35"
                DISPLAY "SOMACMP: NO SOMAHIST.DAT - NOTHING TO "
                    "MONITOR"
            ELSE
                PERFORM READ-HISTORY-RECORD
                PERFORM UNTIL WS-HST-EOF
                    ADD 1 TO WS-HIST-READ
                    IF HST-RUN-DATE NOT < WS-WINDOW-START
                       AND HST-RUN-DATE NOT > WS-RUN-DATE
                       AND HST-AMOUNT NUMERIC
                       AND HST-TRANS-ID NUMERIC
                       AND (HST-REVERSES-ID NOT NUMERIC
                            OR HST-REVERSES-ID = ZERO)
                        ADD 1 TO WS-WINDOW-LINES
                        PERFORM TALLY-ONE-POSTING
                        PERFORM NOTE-TRANSFER-LEG
                    END-IF
                    PERFORM READ-HISTORY-RECORD
                END-PERFORM
                CLOSE SOMA-HIST
            END-IF.

       READ-HISTORY-RECORD.
            READ SOMA-HIST INTO HST-LINE
                AT END
                    SET WS-HST-EOF TO TRUE
            END-READ.

       TALLY-ONE-POSTING.
            MOVE HST-ACCOUNT-CODE TO WS-AGG-KEY
            PERFORM FIND-AGGREGATE-ENTRY
            IF NOT WS-AGG-FOUND
                PERFORM ADD-AGGREGATE-ENTRY
            END-IF
            MOVE HST-AMOUNT TO WS-ABS-AMT
            IF WS-ABS-AMT < ZERO
                COMPUTE WS-ABS-AMT = ZERO - WS-ABS-AMT
            END-IF
            IF HST-RUN-DATE = WS-RUN-DATE
                ADD WS-ABS-AMT TO WS-AGG-DAY-AMT(WS-AGG-IX)
                ADD 1 TO WS-AGG-DAY-CNT(WS-AGG-IX)
            END-IF
            IF WS-ABS-AMT < WS-AGG-REF(WS-AGG-IX)
               AND WS-ABS-AMT * 100 >=
                   WS-AGG-REF(WS-AGG-IX) * WS-NEAR-PCT
                ADD WS-ABS-AMT TO WS-AGG-NEAR-AMT(WS-AGG-IX)
                ADD 1 TO WS-AGG-NEAR-CNT(WS-AGG-IX)
                IF HST-RUN-DATE = WS-RUN-DATE
                    MOVE "Y" TO WS-AGG-NEAR-TODAY(WS-AGG-IX)
                END-IF
            END-IF.

       FIND-AGGREGATE-ENTRY.
            MOVE "N" TO WS-AGG-FOUND-SW
            MOVE 1 TO WS-AGG-LO
            MOVE WS-AGG-COUNT TO WS-AGG-HI
            PERFORM UNTIL WS-AGG-LO > WS-AGG-HI OR WS-AGG-FOUND
                COMPUTE WS-AGG-IX = (WS-AGG-LO + WS-AGG-HI) / 2
                IF WS-AGG-ACCT(WS-AGG-IX) = WS-AGG-KEY
                    SET WS-AGG-FOUND TO TRUE
                ELSE
                    IF WS-AGG-ACCT(WS-AGG-IX) < WS-AGG-KEY
                        COMPUTE WS-AGG-LO = WS-AGG-IX + 1
                    ELSE
                        COMPUTE WS-AGG-HI = WS-AGG-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       ADD-AGGREGATE-ENTRY.
            IF WS-AGG-COUNT < 5000
                MOVE 1 TO WS-AGG-INS
                PERFORM UNTIL WS-AGG-INS > WS-AGG-COUNT
                    OR WS-AGG-ACCT(WS-AGG-INS) > WS-AGG-KEY
                    ADD 1 TO WS-AGG-INS
                END-PERFORM
                PERFORM VARYING WS-AGG-IX2 FROM WS-AGG-COUNT BY -1
                        UNTIL WS-AGG-IX2 < WS-AGG-INS
                    MOVE WS-AGG-ENTRY(WS-AGG-IX2)
                        TO WS-AGG-ENTRY(WS-AGG-IX2 + 1)
                END-PERFORM
                ADD 1 TO WS-AGG-COUNT
                MOVE WS-AGG-INS TO WS-AGG-IX
                MOVE WS-AGG-KEY TO WS-AGG-ACCT(WS-AGG-IX)
                MOVE ZEROS TO WS-AGG-DAY-AMT(WS-AGG-IX)
                MOVE ZEROS TO WS-AGG-DAY-CNT(WS-AGG-IX)
                MOVE ZEROS TO WS-AGG-NEAR-AMT(WS-AGG-IX)
                MOVE ZEROS TO WS-AGG-NEAR-CNT(WS-AGG-IX)
                MOVE "N" TO WS-AGG-NEAR-TODAY(WS-AGG-IX)
                MOVE WS-REPORT-AMT TO WS-AGG-REF(WS-AGG-IX)
                PERFORM FIND-LIMIT-ENTRY
                IF WS-LIM-FOUND
                    IF WS-LIM-MAX(WS-LIM-IX) > ZERO
                        MOVE WS-LIM-MAX(WS-LIM-IX)
                            TO WS-AGG-REF(WS-AGG-IX)
                    END-IF
                END-IF
            ELSE
                DISPLAY "SOMACMP: ACCOUNTS IN WINDOW EXCEED TABLE AT "
                    WS-AGG-KEY " - RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

      * Transfer legs - every history line is filed under its date
      * and transaction id; a transaction with exactly two lines of
      * opposite amount on two accounts is a transfer.
       NOTE-TRANSFER-LEG.
            MOVE HST-RUN-DATE TO WS-LGS-DATE
            MOVE HST-TRANS-ID TO WS-LGS-ID
            MOVE "N" TO WS-LEG-FOUND-SW
            MOVE 1 TO WS-LEG-LO
            MOVE WS-LEG-COUNT TO WS-LEG-HI
            PERFORM UNTIL WS-LEG-LO > WS-LEG-HI OR WS-LEG-FOUND
                COMPUTE WS-LEG-IX = (WS-LEG-LO + WS-LEG-HI) / 2
                IF WS-LEG-KEY(WS-LEG-IX) = WS-LEG-SEARCH
                    SET WS-LEG-FOUND TO TRUE
                ELSE
                    IF WS-LEG-KEY(WS-LEG-IX) < WS-LEG-SEARCH
                        COMPUTE WS-LEG-LO = WS-LEG-IX + 1
                    ELSE
                        COMPUTE WS-LEG-HI = WS-LEG-IX - 1
                    END-IF
                END-IF
            END-PERFORM
            IF WS-LEG-FOUND
                IF WS-LEG-LINES(WS-LEG-IX) = 1
                    MOVE HST-ACCOUNT-CODE TO WS-LEG-ACCT2(WS-LEG-IX)
                    MOVE HST-AMOUNT TO WS-LEG-AMT2(WS-LEG-IX)
                END-IF
                IF WS-LEG-LINES(WS-LEG-IX) < 99
                    ADD 1 TO WS-LEG-LINES(WS-LEG-IX)
                END-IF
            ELSE
                PERFORM ADD-LEG-ENTRY
            END-IF.

       ADD-LEG-ENTRY.
            IF WS-LEG-COUNT < 10000
                MOVE WS-LEG-COUNT TO WS-LEG-INS
                PERFORM UNTIL WS-LEG-INS = ZERO
                    OR WS-LEG-KEY(WS-LEG-INS) < WS-LEG-SEARCH
                    SUBTRACT 1 FROM WS-LEG-INS
                END-PERFORM
                ADD 1 TO WS-LEG-INS
                PERFORM VARYING WS-LEG-IX2 FROM WS-LEG-COUNT BY -1
                        UNTIL WS-LEG-IX2 < WS-LEG-INS
                    MOVE WS-LEG-ENTRY(WS-LEG-IX2)
                        TO WS-LEG-ENTRY(WS-LEG-IX2 + 1)
                END-PERFORM
                ADD 1 TO WS-LEG-COUNT
                MOVE WS-LEG-INS TO WS-LEG-IX
                MOVE WS-LEG-SEARCH TO WS-LEG-KEY(WS-LEG-IX)
                MOVE 1 TO WS-LEG-LINES(WS-LEG-IX)
                MOVE HST-ACCOUNT-CODE TO WS-LEG-ACCT1(WS-LEG-IX)
                MOVE HST-AMOUNT TO WS-LEG-AMT1(WS-LEG-IX)
                MOVE SPACES TO WS-LEG-ACCT2(WS-LEG-IX)
                MOVE ZEROS TO WS-LEG-AMT2(WS-LEG-IX)
            ELSE
                DISPLAY "SOMACMP: POSTINGS IN WINDOW EXCEED TABLE AT "
                    HST-RUN-DATE " " HST-TRANS-ID " - RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       BUILD-TRANSFER-EDGES.
            PERFORM VARYING WS-LEG-IX FROM 1 BY 1
                    UNTIL WS-LEG-IX > WS-LEG-COUNT
                IF WS-LEG-LINES(WS-LEG-IX) = 2
                   AND WS-LEG-ACCT1(WS-LEG-IX) NOT =
                       WS-LEG-ACCT2(WS-LEG-IX)
                   AND WS-LEG-AMT1(WS-LEG-IX) NOT = ZERO
                   AND WS-LEG-AMT1(WS-LEG-IX) + WS-LEG-AMT2(WS-LEG-IX)
                       = ZERO
                    IF WS-EDG-COUNT < 5000
                        ADD 1 TO WS-EDG-COUNT
                        PERFORM FILL-TRANSFER-EDGE
                    ELSE
                        DISPLAY "SOMACMP: TRANSFERS IN WINDOW EXCEED "
                            "TABLE AT " WS-LEG-ID(WS-LEG-IX)
                            " - RUN ABORTED"
                        MOVE 12 TO RETURN-CODE
                        PERFORM WRITE-RUN-LOG-END
                        STOP RUN
                    END-IF
                END-IF
            END-PERFORM.

       FILL-TRANSFER-EDGE.
            IF WS-LEG-AMT1(WS-LEG-IX) < ZERO
                MOVE WS-LEG-ACCT1(WS-LEG-IX)
                    TO WS-EDG-FROM(WS-EDG-COUNT)
                MOVE WS-LEG-ACCT2(WS-LEG-IX) TO WS-EDG-TO(WS-EDG-COUNT)
                MOVE WS-LEG-AMT2(WS-LEG-IX) TO WS-EDG-AMT(WS-EDG-COUNT)
            ELSE
                MOVE WS-LEG-ACCT2(WS-LEG-IX)
                    TO WS-EDG-FROM(WS-EDG-COUNT)
                MOVE WS-LEG-ACCT1(WS-LEG-IX) TO WS-EDG-TO(WS-EDG-COUNT)
                MOVE WS-LEG-AMT1(WS-LEG-IX) TO WS-EDG-AMT(WS-EDG-COUNT)
            END-IF
            MOVE WS-LEG-DATE(WS-LEG-IX) TO WS-EDG-DATE(WS-EDG-COUNT)
            MOVE WS-LEG-ID(WS-LEG-IX) TO WS-EDG-ID(WS-EDG-COUNT)
            MOVE "N" TO WS-EDG-DONE(WS-EDG-COUNT).

       CHECK-LARGE-AGGREGATES.
            PERFORM VARYING WS-AGG-IX FROM 1 BY 1
                    UNTIL WS-AGG-IX > WS-AGG-COUNT
                IF WS-AGG-DAY-AMT(WS-AGG-IX) > WS-REPORT-AMT
                    MOVE "LARGE" TO WS-ALT-TYPE
                    MOVE WS-AGG-ACCT(WS-AGG-IX) TO WS-ALT-ACCT
                    MOVE WS-AGG-DAY-AMT(WS-AGG-IX) TO WS-ALT-AMOUNT
                    MOVE WS-AGG-DAY-CNT(WS-AGG-IX) TO WS-ALT-POSTINGS
                    MOVE WS-REPORT-AMT TO WS-EDIT-AMT
                    PERFORM COUNT-EDIT-LEAD
                    MOVE SPACES TO WS-ALT-DETAIL
                    STRING "OVER REPORTABLE "
                        WS-EDIT-AMT(WS-EDIT-LEAD + 1:)
                        " ON THE DAY"
                        DELIMITED BY SIZE INTO WS-ALT-DETAIL
                    PERFORM RAISE-ALERT
                END-IF
            END-PERFORM.

       CHECK-STRUCTURED-POSTINGS.
            PERFORM VARYING WS-AGG-IX FROM 1 BY 1
                    UNTIL WS-AGG-IX > WS-AGG-COUNT
                IF WS-AGG-NEAR-CNT(WS-AGG-IX) >= WS-NEAR-COUNT
                   AND WS-AGG-NEAR-TODAY(WS-AGG-IX) = "Y"
                    MOVE "STRUCT" TO WS-ALT-TYPE
                    MOVE WS-AGG-ACCT(WS-AGG-IX) TO WS-ALT-ACCT
                    MOVE WS-AGG-NEAR-AMT(WS-AGG-IX) TO WS-ALT-AMOUNT
                    MOVE WS-AGG-NEAR-CNT(WS-AGG-IX) TO WS-ALT-POSTINGS
                    MOVE WS-AGG-REF(WS-AGG-IX) TO WS-EDIT-AMT
                    PERFORM COUNT-EDIT-LEAD
                    MOVE SPACES TO WS-ALT-DETAIL
                    STRING "JUST BELOW "
                        WS-EDIT-AMT(WS-EDIT-LEAD + 1:)
                        " SINCE " WS-WINDOW-START
                        DELIMITED BY SIZE INTO WS-ALT-DETAIL
                    PERFORM RAISE-ALERT
                END-IF
            END-PERFORM.

       COUNT-EDIT-LEAD.
            MOVE ZEROS TO WS-EDIT-LEAD
            INSPECT WS-EDIT-AMT TALLYING WS-EDIT-LEAD
                FOR LEADING SPACES.

      * A transfer on the run date closes a circle when a path of
      * transfers in the window leads from the account it paid into
      * back to the account it was paid from. Depth-first search with
      * an explicit stack of edges, no account visited twice.
       CHECK-CIRCULAR-MOVEMENT.
            PERFORM VARYING WS-EDG-IX FROM 1 BY 1
                    UNTIL WS-EDG-IX > WS-EDG-COUNT
                IF WS-EDG-DATE(WS-EDG-IX) = WS-RUN-DATE
                   AND WS-EDG-DONE(WS-EDG-IX) = "N"
                    PERFORM SEARCH-TRANSFER-CIRCLE
                    IF WS-CIRCLE-FOUND
                        PERFORM RAISE-CIRCLE-ALERT
                    END-IF
                END-IF
            END-PERFORM.

       SEARCH-TRANSFER-CIRCLE.
            MOVE "N" TO WS-CIRCLE-SW
            MOVE WS-EDG-FROM(WS-EDG-IX) TO WS-CIRCLE-HOME
            MOVE 1 TO WS-DEPTH
            MOVE WS-EDG-IX TO WS-STK-EDGE(1)
            MOVE 1 TO WS-STK-NEXT(1)
            PERFORM UNTIL WS-DEPTH = ZERO OR WS-CIRCLE-FOUND
                MOVE WS-STK-EDGE(WS-DEPTH) TO WS-EDG-IX2
                MOVE WS-EDG-TO(WS-EDG-IX2) TO WS-CIRCLE-NODE
                IF WS-CIRCLE-NODE = WS-CIRCLE-HOME
                    SET WS-CIRCLE-FOUND TO TRUE
                ELSE
                IF WS-DEPTH >= WS-MAX-HOPS
                    SUBTRACT 1 FROM WS-DEPTH
                ELSE
                    PERFORM FIND-NEXT-CIRCLE-EDGE
                    IF WS-NEXT-EDGE = ZERO
                        SUBTRACT 1 FROM WS-DEPTH
                    ELSE
                        ADD 1 TO WS-DEPTH
                        MOVE WS-NEXT-EDGE TO WS-STK-EDGE(WS-DEPTH)
                        MOVE 1 TO WS-STK-NEXT(WS-DEPTH)
                    END-IF
                END-IF
                END-IF
            END-PERFORM.

       FIND-NEXT-CIRCLE-EDGE.
            MOVE ZEROS TO WS-NEXT-EDGE
            PERFORM VARYING WS-EDG-IX3 FROM WS-STK-NEXT(WS-DEPTH) BY 1
                    UNTIL WS-EDG-IX3 > WS-EDG-COUNT
                    OR WS-NEXT-EDGE > ZERO
                IF WS-EDG-FROM(WS-EDG-IX3) = WS-CIRCLE-NODE
                    PERFORM CHECK-ACCOUNT-ON-STACK
                    IF NOT WS-ON-STACK
                        MOVE WS-EDG-IX3 TO WS-NEXT-EDGE
                    END-IF
                END-IF
            END-PERFORM
            IF WS-NEXT-EDGE > ZERO
                COMPUTE WS-STK-NEXT(WS-DEPTH) = WS-NEXT-EDGE + 1
            END-IF.

       CHECK-ACCOUNT-ON-STACK.
            MOVE "N" TO WS-ON-STACK-SW
            PERFORM VARYING WS-STK-IX FROM 1 BY 1
                    UNTIL WS-STK-IX > WS-DEPTH OR WS-ON-STACK
                MOVE WS-STK-EDGE(WS-STK-IX) TO WS-EDG-IX2
                IF WS-EDG-TO(WS-EDG-IX2) = WS-EDG-TO(WS-EDG-IX3)
                    SET WS-ON-STACK TO TRUE
                END-IF
            END-PERFORM.

       RAISE-CIRCLE-ALERT.
            MOVE "CIRCLE" TO WS-ALT-TYPE
            MOVE WS-CIRCLE-HOME TO WS-ALT-ACCT
            MOVE WS-EDG-AMT(WS-EDG-IX) TO WS-ALT-AMOUNT
            MOVE WS-DEPTH TO WS-ALT-POSTINGS
            MOVE SPACES TO WS-ALT-DETAIL
            MOVE 1 TO WS-PATH-PTR
            STRING WS-CIRCLE-HOME DELIMITED BY SPACE
                INTO WS-ALT-DETAIL WITH POINTER WS-PATH-PTR
            END-STRING
            PERFORM VARYING WS-STK-IX FROM 1 BY 1
                    UNTIL WS-STK-IX > WS-DEPTH
                MOVE WS-STK-EDGE(WS-STK-IX) TO WS-EDG-IX2
                STRING ">" DELIMITED BY SIZE
                    WS-EDG-TO(WS-EDG-IX2) DELIMITED BY SPACE
                    INTO WS-ALT-DETAIL WITH POINTER WS-PATH-PTR
                END-STRING
                IF WS-EDG-DATE(WS-EDG-IX2) = WS-RUN-DATE
                    MOVE "Y" TO WS-EDG-DONE(WS-EDG-IX2)
                END-IF
            END-PERFORM
            PERFORM RAISE-ALERT.

      * Every alert is listed; a case is opened unless the account is
      * already on one for it.
       RAISE-ALERT.
            ADD 1 TO WS-ALERT-COUNT
            PERFORM FIND-EXISTING-CASE
            MOVE WS-ALT-TYPE TO CMR-ALT-TYPE
            MOVE WS-ALT-ACCT TO CMR-ALT-ACCOUNT
            MOVE WS-ALT-AMOUNT TO CMR-ALT-AMOUNT
            MOVE WS-ALT-POSTINGS TO CMR-ALT-POSTINGS
            MOVE WS-ALT-DETAIL TO CMR-ALT-DETAIL
            IF WS-CASE-FOUND
                MOVE WS-FOUND-CASE-ID TO CMR-ALT-CASE
                WRITE CMPR-RECORD FROM CMR-ALERT-LINE
                MOVE "       ALREADY ON THAT CASE - NO NEW CASE OPENED"
                    TO CMR-SEC-TEXT
                WRITE CMPR-RECORD FROM CMR-SECTION-LINE
            ELSE
                PERFORM OPEN-NEW-CASE
                MOVE WS-NEXT-CASE-ID TO CMR-ALT-CASE
                WRITE CMPR-RECORD FROM CMR-ALERT-LINE
            END-IF.

       FIND-EXISTING-CASE.
            MOVE "N" TO WS-CASE-FOUND-SW
            PERFORM VARYING WS-CAS-IX FROM 1 BY 1
                    UNTIL WS-CAS-IX > WS-CAS-COUNT OR WS-CASE-FOUND
                MOVE WS-CAS-DATA(WS-CAS-IX) TO CAS-LINE
                IF CAS-ALERT-TYPE = WS-ALT-TYPE
                   AND CAS-ACCOUNT-CODE = WS-ALT-ACCT
                    IF CAS-ALERT-DATE = WS-RUN-DATE
                        SET WS-CASE-FOUND TO TRUE
                    ELSE
                    IF WS-ALT-TYPE = "STRUCT"
                       AND (CAS-OPEN OR CAS-REVIEWED)
                       AND CAS-ALERT-DATE NOT < WS-WINDOW-START
                        SET WS-CASE-FOUND TO TRUE
                    END-IF
                    END-IF
                    IF WS-CASE-FOUND
                        MOVE CAS-CASE-ID TO WS-FOUND-CASE-ID
                    END-IF
                END-IF
            END-PERFORM.

       OPEN-NEW-CASE.
            IF WS-CAS-COUNT < 9999 AND WS-NEXT-CASE-ID < 999999
                ADD 1 TO WS-NEXT-CASE-ID
                ADD 1 TO WS-CAS-COUNT
                ADD 1 TO WS-NEW-CASES
                MOVE WS-NEXT-CASE-ID TO CAS-CASE-ID
                SET CAS-OPEN TO TRUE
                MOVE WS-ALT-TYPE TO CAS-ALERT-TYPE
                MOVE WS-ALT-ACCT TO CAS-ACCOUNT-CODE
                MOVE WS-RUN-DATE TO CAS-ALERT-DATE
                MOVE WS-ALT-AMOUNT TO CAS-AMOUNT
                MOVE WS-ALT-POSTINGS TO CAS-POSTINGS
                MOVE WS-ALT-DETAIL TO CAS-DETAIL
                MOVE SPACES TO CAS-DATE-ACTIONED
                MOVE SPACES TO CAS-OPERATOR-ID
                MOVE SPACES TO CAS-NOTE
                MOVE CAS-LINE TO WS-CAS-DATA(WS-CAS-COUNT)
            ELSE
                DISPLAY "SOMACMP: CASE FILE FULL AT " WS-ALT-TYPE " "
                    WS-ALT-ACCT " - RUN ABORTED, CASE FILE UNTOUCHED"
                PERFORM ABORT-MONITOR
            END-IF.

       WRITE-CASE-FILE.
            OPEN OUTPUT SOMA-CASNEW
            PERFORM VARYING WS-CAS-IX FROM 1 BY 1
                    UNTIL WS-CAS-IX > WS-CAS-COUNT
                WRITE CASNEW-RECORD FROM WS-CAS-DATA(WS-CAS-IX)
            END-PERFORM
            CLOSE SOMA-CASNEW
            MOVE ZEROS TO WS-VERIFY-COUNT
            OPEN INPUT SOMA-CASNEW
            PERFORM READ-VERIFY-RECORD
            PERFORM UNTIL WS-VERIFY-EOF
                ADD 1 TO WS-VERIFY-COUNT
                PERFORM READ-VERIFY-RECORD
            END-PERFORM
            CLOSE SOMA-CASNEW
            IF WS-VERIFY-COUNT NOT = WS-CAS-COUNT
                DISPLAY "SOMACMP: NEW CASE FILE GENERATION FAILS "
                    "VERIFY - SOMACASE.DAT LEFT UNTOUCHED"
                PERFORM ABORT-MONITOR
            END-IF
            MOVE "SOMACASE.PRV" TO WS-GEN-OLD-NAME
            CALL "CBL_DELETE_FILE" USING WS-GEN-OLD-NAME
                RETURNING WS-RENAME-RC
            MOVE "SOMACASE.DAT" TO WS-GEN-OLD-NAME
            MOVE "SOMACASE.PRV" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            MOVE "SOMACASE.NEW" TO WS-GEN-OLD-NAME
            MOVE "SOMACASE.DAT" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            IF WS-RENAME-RC NOT = ZERO
                DISPLAY "SOMACMP: CASE FILE GENERATION SWAP FAILED - "
                    "NO CASES OPENED, FALL BACK TO SOMACASE.PRV"
                PERFORM ABORT-MONITOR
            END-IF.

       READ-VERIFY-RECORD.
            READ SOMA-CASNEW
                AT END
                    SET WS-VERIFY-EOF TO TRUE
            END-READ.

       WRITE-CASE-HISTORY.
            OPEN EXTEND SOMA-CAHS
            IF WS-CAHS-STATUS = "35"
                OPEN OUTPUT SOMA-CAHS
            END-IF
            PERFORM VARYING WS-CAS-IX FROM WS-CAS-OLD-COUNT BY 1
                    UNTIL WS-CAS-IX > WS-CAS-COUNT
                IF WS-CAS-IX > WS-CAS-OLD-COUNT
                    MOVE WS-CAS-DATA(WS-CAS-IX) TO CAS-LINE
                    MOVE WS-RUN-DATE TO CAH-DATE
                    MOVE WS-RUN-TIME TO CAH-TIME
                    MOVE CAS-CASE-ID TO CAH-CASE-ID
                    MOVE SPACE TO CAH-OLD-STATUS
                    MOVE CAS-STATUS TO CAH-NEW-STATUS
                    MOVE SPACES TO CAH-OPERATOR-ID
                    MOVE SPACES TO CAH-NOTE
                    STRING "OPENED BY MONITOR - " CAS-ALERT-TYPE
                        DELIMITED BY SIZE INTO CAH-NOTE
                    WRITE CAH-RECORD FROM CAH-LINE
                END-IF
            END-PERFORM
            CLOSE SOMA-CAHS.

       WRITE-CASE-WORK-LIST.
            MOVE "CASES OPEN OR REVIEWED" TO CMR-SEC-TEXT
            WRITE CMPR-RECORD FROM CMR-SECTION-LINE
            WRITE CMPR-RECORD FROM CMR-CASE-COLUMN-LINE
            PERFORM VARYING WS-CAS-IX FROM 1 BY 1
                    UNTIL WS-CAS-IX > WS-CAS-COUNT
                MOVE WS-CAS-DATA(WS-CAS-IX) TO CAS-LINE
                IF CAS-OPEN OR CAS-REVIEWED
                    ADD 1 TO WS-OPEN-CASES
                    MOVE CAS-CASE-ID TO CMR-CAS-CASE-ID
                    IF CAS-OPEN
                        MOVE "OPEN" TO CMR-CAS-STATUS
                    ELSE
                        MOVE "REVIEWED" TO CMR-CAS-STATUS
                    END-IF
                    MOVE CAS-ALERT-TYPE TO CMR-CAS-TYPE
                    MOVE CAS-ACCOUNT-CODE TO CMR-CAS-ACCOUNT
                    MOVE CAS-ALERT-DATE TO CMR-CAS-ALERT-DATE
                    MOVE CAS-AMOUNT TO CMR-CAS-AMOUNT
                    MOVE CAS-DETAIL TO CMR-CAS-DETAIL
                    WRITE CMPR-RECORD FROM CMR-CASE-LINE
                END-IF
            END-PERFORM
            IF WS-OPEN-CASES = ZERO
                MOVE "  NONE" TO CMR-SEC-TEXT
                WRITE CMPR-RECORD FROM CMR-SECTION-LINE
            END-IF.

       WRITE-MONITOR-TOTALS.
            MOVE "HISTORY LINES READ:" TO CMR-TOT-LABEL
            MOVE WS-HIST-READ TO CMR-TOT-COUNT
            WRITE CMPR-RECORD FROM CMR-TOTAL-LINE
            MOVE "POSTINGS IN WINDOW:" TO CMR-TOT-LABEL
            MOVE WS-WINDOW-LINES TO CMR-TOT-COUNT
            WRITE CMPR-RECORD FROM CMR-TOTAL-LINE
            MOVE "TRANSFERS IN WINDOW:" TO CMR-TOT-LABEL
            MOVE WS-EDG-COUNT TO CMR-TOT-COUNT
            WRITE CMPR-RECORD FROM CMR-TOTAL-LINE
            MOVE "ALERTS:" TO CMR-TOT-LABEL
            MOVE WS-ALERT-COUNT TO CMR-TOT-COUNT
            WRITE CMPR-RECORD FROM CMR-TOTAL-LINE
            MOVE "NEW CASES OPENED:" TO CMR-TOT-LABEL
            MOVE WS-NEW-CASES TO CMR-TOT-COUNT
            WRITE CMPR-RECORD FROM CMR-TOTAL-LINE
            MOVE "CASES OPEN OR REVIEWED:" TO CMR-TOT-LABEL
            MOVE WS-OPEN-CASES TO CMR-TOT-COUNT
            WRITE CMPR-RECORD FROM CMR-TOTAL-LINE
            EVALUATE TRUE
                WHEN WS-NEW-CASES > ZERO
                    MOVE "NEW CASES OPENED - WORK THEM VIA SOMACAS"
                        TO CMR-STATUS-TEXT
                WHEN WS-ALERT-COUNT > ZERO
                    MOVE "ALERTS ALREADY ON CASES - NO NEW CASES"
                        TO CMR-STATUS-TEXT
                WHEN OTHER
                    MOVE "NO ALERTS" TO CMR-STATUS-TEXT
            END-EVALUATE
            WRITE CMPR-RECORD FROM CMR-STATUS-LINE.

       WRITE-RUN-LOG-START.
            SET RNL-START-REC TO TRUE
            MOVE ZEROS TO RNL-RETURN-CODE
            MOVE ZEROS TO RNL-COUNT-1
            MOVE ZEROS TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
            SET RNL-END-REC TO TRUE
            MOVE RETURN-CODE TO RNL-RETURN-CODE
            MOVE WS-ALERT-COUNT TO RNL-COUNT-1
            MOVE WS-NEW-CASES TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
            MOVE "SOMACMP" TO RNL-PROGRAM
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

       END PROGRAM somacmp.
