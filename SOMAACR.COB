      ******************************************************************
      * Author: Daniel
      * Purpose: Interest and service-charge accrual - runs nightly
      *          AFTER the SOMA posting run, on the closing balances
      *          it leaves on SOMABALM.DAT. For every account on the
      *          SOMAINTR.DAT rate and fee table it strikes the day's
      *          interest on the closing balance - tiered, subject
      *          to the account's minimum balance, on the calendar-
      *          day or business-day basis the table names, with the
      *          days counted off the SOMACAL calendar (on the
      *          calendar basis the weekend and holiday dates up to
      *          the next business day accrue on tonight's balance)
      *          - and adds it to the account's running accrual on
      *          SOMAACCR.DAT, kept to six decimal places. A night
      *          already accrued is never accrued twice. Every
      *          account's accrual is listed on the SOMAACRR.DAT
      *          daily accrual register. On the calendar's period-
      *          end date the whole cents accrued are cut, with each
      *          account's flat monthly service charge, to the
      *          SOMAACRF.DAT posting feed - interest as an "A" for
      *          the signed amount, the charge as an "S", transfers
      *          against the table's contra accounts where named -
      *          under fresh ids from SOMASEQ.DAT in ascending order
      *          and ending with the SOMAFDT control trailer, so the
      *          feed is listed on SOMAFEED.DAT and merged by SOMAMRG
      *          like any branch feed; the fraction of a cent carries
      *          into the next period. The cut is staged on
      *          SOMAACRF.NEW and replaces the feed only once the
      *          new accrual generation is swapped in and its ids are
      *          reserved on SOMASEQ.DAT; a run that aborts before
      *          the swap cuts nothing, and a rerun after one that
      *          died after it releases the staged cut. Accounts
      *          closed or off the master at the cut keep their
      *          accrual until they are reopened. On other dates the
      *          feed is left as SOMAMRG recut it (seeded empty when
      *          missing), and a cut the merge has not yet consumed
      *          is never overwritten. PARM optionally carries the
      *          business date (YYYY-MM-DD, must be on the calendar);
      *          with no PARM the calendar's current record is used.
      *          RC=0 normal, RC=4 some table lines could not be
      *          accrued or cut (see the register) or the date is not
      *          a business day, RC=12 no calendar or balance master,
      *          unmerged prior cut, bad sequence file, accrual file
      *          swap or feed release failure, or table overflow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somaacr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-INTR ASSIGN TO "SOMAINTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTR-STATUS.
           SELECT SOMA-BALMST ASSIGN TO "SOMABALM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.
           SELECT SOMA-ACCR ASSIGN TO "SOMAACCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT SOMA-ACCNEW ASSIGN TO "SOMAACCR.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-ACRF ASSIGN TO "SOMAACRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACRF-STATUS.
           SELECT SOMA-ACFNEW ASSIGN TO "SOMAACRF.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACFNEW-STATUS.
           SELECT SOMA-SEQ ASSIGN TO "SOMASEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT SOMA-ACRR ASSIGN TO "SOMAACRR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-CAL ASSIGN TO "SOMACAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SOMA-RUNL ASSIGN TO "SOMARUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-INTR.
       01  INT-RECORD              PIC X(120).
       FD  SOMA-BALMST.
       01  BAL-RECORD              PIC X(40).
       FD  SOMA-ACCR.
       01  ACR-RECORD              PIC X(66).
       FD  SOMA-ACCNEW.
       01  ACCNEW-RECORD           PIC X(66).
       FD  SOMA-ACRF.
       01  ACRF-RECORD             PIC X(50).
       FD  SOMA-ACFNEW.
       01  ACFNEW-RECORD           PIC X(50).
       FD  SOMA-SEQ.
       01  SEQ-RECORD              PIC X(06).
       FD  SOMA-ACRR.
       01  ACRR-RECORD             PIC X(100).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       77 WS-INTR-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-BALMST-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-ACCR-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-ACRF-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-ACFNEW-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-SEQ-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-AS-OF-DATE         PIC X(10) VALUE SPACES.
       77 WS-NEXT-BUS-DATE      PIC X(10) VALUE SPACES.
       77 WS-TODAY-TYPE         PIC X(01) VALUE SPACE.
       77 WS-FOLLOW-DAYS        PIC 9(03) VALUE ZEROS.
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-TODAY-SW           PIC X(01) VALUE "N".
           88 WS-TODAY-FOUND              VALUE "Y".
       77 WS-FOLLOW-SW          PIC X(01) VALUE "N".
           88 WS-COUNTING-FOLLOW          VALUE "Y".
       77 WS-PERIOD-END-SW      PIC X(01) VALUE "N".
           88 WS-PERIOD-END               VALUE "Y".
       77 WS-INT-EOF-SW         PIC X(01) VALUE "N".
           88 WS-INT-EOF                  VALUE "Y".
       77 WS-BAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-BAL-EOF                  VALUE "Y".
       77 WS-ACR-EOF-SW         PIC X(01) VALUE "N".
           88 WS-ACR-EOF                  VALUE "Y".
       77 WS-ACRF-EOF-SW        PIC X(01) VALUE "N".
           88 WS-ACRF-EOF                 VALUE "Y".
       77 WS-ACFNEW-EOF-SW      PIC X(01) VALUE "N".
           88 WS-ACFNEW-EOF               VALUE "Y".
       77 WS-VERIFY-EOF-SW      PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF               VALUE "Y".
       77 WS-INT-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-INT-FOUND                VALUE "Y".
       77 WS-BAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-BAL-FOUND                VALUE "Y".
       77 WS-ACR-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-ACR-FOUND                VALUE "Y".
       77 WS-RATE-OK-SW         PIC X(01) VALUE "N".
           88 WS-RATE-OK                  VALUE "Y".
       77 WS-TIER-DONE-SW       PIC X(01) VALUE "N".
           88 WS-TIER-DONE                VALUE "Y".
       77 WS-DUP-RATE-SW        PIC X(01) VALUE "N".
           88 WS-DUP-RATE                 VALUE "Y".
       77 WS-ALREADY-CUT-SW     PIC X(01) VALUE "N".
           88 WS-ALREADY-CUT              VALUE "Y".
      * "C" cut staged by this run, "R" a staged cut left by a run
      * that died after its accrual swap, picked up for release.
       77 WS-STAGED-SW          PIC X(01) VALUE "N".
           88 WS-CUT-STAGED               VALUE "C" "R".
           88 WS-CUT-THIS-RUN             VALUE "C".
           88 WS-CUT-RECOVERED            VALUE "R".
       77 WS-NEXT-ID            PIC 9(06) VALUE 900001.
       77 WS-INT-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-INT-IX             PIC 9(04) VALUE ZEROS.
       77 WS-INT-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-INT-LO             PIC 9(04) VALUE ZEROS.
       77 WS-INT-HI             PIC 9(04) VALUE ZEROS.
       77 WS-INT-MID            PIC 9(04) VALUE ZEROS.
       01 WS-INT-HOLD           PIC X(130) VALUE SPACES.
       01 WS-INT-TABLE.
           05 WS-INT-ENTRY OCCURS 2000.
              10 WS-INT-ACCT       PIC X(10).
              10 WS-INT-DATA       PIC X(120).
       77 WS-BAL-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-BAL-IX             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-BAL-LO             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-HI             PIC 9(04) VALUE ZEROS.
       01 WS-BAL-HOLD           PIC X(18) VALUE SPACES.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 2000.
              10 WS-BAL-ACCT       PIC X(10).
              10 WS-BAL-STAT       PIC X(01).
              10 WS-BAL-AMT        PIC S9(9)V99 COMP-3.
              10 WS-BAL-BAD        PIC X(01).
       77 WS-ACR-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-ACR-IX             PIC 9(04) VALUE ZEROS.
       77 WS-ACR-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-ACR-LO             PIC 9(04) VALUE ZEROS.
       77 WS-ACR-HI             PIC 9(04) VALUE ZEROS.
       77 WS-ACR-INS            PIC 9(04) VALUE ZEROS.
       01 WS-ACR-HOLD           PIC X(47) VALUE SPACES.
       01 WS-ACR-TABLE.
           05 WS-ACR-ENTRY OCCURS 2000.
              10 WS-ACR-ACCT       PIC X(10).
              10 WS-ACR-LAST       PIC X(10).
              10 WS-ACR-DAYS       PIC 9(03).
              10 WS-ACR-INT        PIC S9(9)V9(6) COMP-3.
              10 WS-ACR-LBAL       PIC S9(9)V99 COMP-3.
              10 WS-ACR-LCUT       PIC X(10).
       77 WS-KEY                PIC X(10) VALUE SPACES.
       77 WS-TIER-IX            PIC 9(01) VALUE ZEROS.
       77 WS-YEAR-DAYS          PIC 9(03) VALUE ZEROS.
       77 WS-ACCR-DAYS          PIC 9(03) VALUE ZEROS.
       77 WS-ABS-BAL            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-PREV-LIMIT         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-BAND               PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-ANNUAL-INT         PIC S9(11)V9(8) COMP-3 VALUE ZEROS.
       77 WS-DAY-ACCRUAL        PIC S9(9)V9(6) COMP-3 VALUE ZEROS.
       77 WS-EFF-RATE           PIC 9(3)V9(4) VALUE ZEROS.
       77 WS-POST-AMT           PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-FEED-N1            PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-FEED-N2            PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-FEED-CONTRA        PIC X(10) VALUE SPACES.
       77 WS-FEED-OP            PIC X(01) VALUE SPACE.
       77 WS-FEED-FIELD-MAX     PIC S9(7)V99 COMP-3
                                VALUE 9999999.99.
       77 WS-INT-READ-COUNT     PIC 9(06) VALUE ZEROS.
       77 WS-ACCRUED-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-EXCEPT-COUNT       PIC 9(06) VALUE ZEROS.
       77 WS-CARRIED-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-CUT-COUNT          PIC 9(06) VALUE ZEROS.
       77 WS-CUT-INT-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-CUT-FEE-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-VERIFY-COUNT       PIC 9(04) VALUE ZEROS.
       77 WS-CUT-SUM            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-CUT-INT-SUM        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-CUT-FEE-SUM        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-TODAY          PIC S9(11)V9(6) COMP-3 VALUE ZEROS.
       77 WS-TOT-TO-DATE        PIC S9(11)V9(6) COMP-3 VALUE ZEROS.
       77 WS-RENAME-RC          PIC S9(09) BINARY VALUE ZEROS.
       77 WS-GEN-OLD-NAME       PIC X(80) VALUE SPACES.
       77 WS-GEN-NEW-NAME       PIC X(80) VALUE SPACES.
       01 WS-CURRENT-TIME.
           05 WS-CUR-HH            PIC 9(02).
           05 WS-CUR-MN            PIC 9(02).
           05 WS-CUR-SS            PIC 9(02).
           05 WS-CUR-HS            PIC 9(02).
           COPY SOMAINT.
           COPY SOMABAL.
           COPY SOMAACC.
           COPY SOMASEQ.
           COPY SOMATRAN.
           COPY SOMAFDT.
           COPY SOMAARG.
           COPY SOMACAL.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-JOB-PARM
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM WRITE-RUN-LOG-START
            PERFORM LOAD-RATE-TABLE
            PERFORM LOAD-BALANCE-MASTER
            PERFORM LOAD-ACCRUAL-FILE
            OPEN OUTPUT SOMA-ACRR
            MOVE WS-RUN-DATE TO ARG-HDG-DATE
            IF WS-PERIOD-END
                MOVE "PERIOD-END CUT" TO ARG-HDG-CUT
            ELSE
                MOVE SPACES TO ARG-HDG-CUT
            END-IF
            WRITE ACRR-RECORD FROM ARG-HEADING-LINE
            IF WS-TODAY-TYPE = "B"
                PERFORM ACCRUE-ALL-ACCOUNTS
            ELSE
                MOVE "NOT A BUSINESS DAY - NOTHING ACCRUED"
                    TO ARG-SEC-TEXT
                WRITE ACRR-RECORD FROM ARG-SECTION-LINE
                DISPLAY "SOMAACR: " WS-RUN-DATE " IS NOT A BUSINESS "
                    "DAY - NOTHING ACCRUED"
            END-IF
            IF WS-PERIOD-END
                PERFORM CUT-PERIOD-END-FEED
            ELSE
                PERFORM ENSURE-FEED-PRESENT
            END-IF
            PERFORM WRITE-ACCRUAL-FILE
            IF WS-CUT-STAGED
                PERFORM RELEASE-PERIOD-END-FEED
            END-IF
            PERFORM WRITE-ACCRUAL-TOTALS
            CLOSE SOMA-ACRR
            DISPLAY "SOMAACR: " WS-ACCRUED-COUNT " ACCOUNT(S) ACCRUED "
                "FOR " WS-RUN-DATE ", " WS-CUT-COUNT
                " TRANSACTION(S) CUT, " WS-EXCEPT-COUNT
                " EXCEPTION(S)"
            IF WS-EXCEPT-COUNT > ZERO OR WS-TODAY-TYPE NOT = "B"
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       READ-JOB-PARM.
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE
            IF WS-PARM-STRING NOT = SPACES
                MOVE WS-PARM-STRING TO WS-AS-OF-DATE
            END-IF.

       READ-BUSINESS-CALENDAR.
            OPEN INPUT SOMA-CAL
            IF WS-CAL-STATUS = "35"
                DISPLAY "SOMAACR: NO SOMACAL.DAT - ACCRUAL DAYS "
                    "CANNOT BE COUNTED, RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-CALENDAR-RECORD
            PERFORM UNTIL WS-CAL-EOF
                IF WS-COUNTING-FOLLOW
                    IF CAL-DAY-TYPE = "B"
                        MOVE CAL-BUS-DATE TO WS-NEXT-BUS-DATE
                        MOVE "N" TO WS-FOLLOW-SW
                    ELSE
                        ADD 1 TO WS-FOLLOW-DAYS
                    END-IF
                END-IF
                IF NOT WS-TODAY-FOUND
                    IF WS-AS-OF-DATE NOT = SPACES
                        IF CAL-BUS-DATE = WS-AS-OF-DATE
                            PERFORM TAKE-CALENDAR-DATE
                        END-IF
                    ELSE
                        IF CAL-CURRENT = "C"
                            PERFORM TAKE-CALENDAR-DATE
                        END-IF
                    END-IF
                END-IF
                PERFORM READ-CALENDAR-RECORD
            END-PERFORM
            CLOSE SOMA-CAL
            IF NOT WS-TODAY-FOUND
                DISPLAY "SOMAACR: BUSINESS DATE NOT ON CALENDAR - "
                    "RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-NEXT-BUS-DATE = SPACES
                DISPLAY "SOMAACR: WARNING - NO BUSINESS DAY AFTER "
                    WS-RUN-DATE " ON THE CALENDAR, CALENDAR-BASIS "
                    "DAYS COUNTED TO ITS END"
            END-IF.

       READ-CALENDAR-RECORD.
            READ SOMA-CAL INTO CAL-LINE
                AT END
                    SET WS-CAL-EOF TO TRUE
            END-READ.

       TAKE-CALENDAR-DATE.
            SET WS-TODAY-FOUND TO TRUE
            SET WS-COUNTING-FOLLOW TO TRUE
            MOVE CAL-BUS-DATE TO WS-RUN-DATE
            MOVE CAL-DAY-TYPE TO WS-TODAY-TYPE
            IF CAL-PERIOD-END = "E"
                SET WS-PERIOD-END TO TRUE
            END-IF.

      * A cut this run staged on SOMAACRF.NEW goes with the run - the
      * accruals it would post are still on SOMAACCR.DAT. One picked
      * up from an earlier run is kept for the rerun to release.
       ABORT-ACCRUAL.
            IF WS-CUT-THIS-RUN
                MOVE "SOMAACRF.NEW" TO WS-GEN-OLD-NAME
                CALL "CBL_DELETE_FILE" USING WS-GEN-OLD-NAME
                    RETURNING WS-RENAME-RC
            END-IF
            CLOSE SOMA-ACRR
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       LOAD-RATE-TABLE.
            OPEN INPUT SOMA-INTR
            IF WS-INTR-STATUS = "35"
                DISPLAY "SOMAACR: NO SOMAINTR.DAT - NOTHING ACCRUES"
            ELSE
                PERFORM READ-RATE-RECORD
                PERFORM UNTIL WS-INT-EOF
                    ADD 1 TO WS-INT-READ-COUNT
                    IF WS-INT-COUNT < 2000
                        ADD 1 TO WS-INT-COUNT
                        MOVE INT-ACCOUNT-CODE
                            TO WS-INT-ACCT(WS-INT-COUNT)
                        MOVE INT-LINE TO WS-INT-DATA(WS-INT-COUNT)
                    ELSE
                        DISPLAY "SOMAACR: RATE TABLE EXCEEDS TABLE AT "
                            INT-ACCOUNT-CODE " - RUN ABORTED"
                        CLOSE SOMA-INTR
                        MOVE 12 TO RETURN-CODE
                        PERFORM WRITE-RUN-LOG-END
                        STOP RUN
                    END-IF
                    PERFORM READ-RATE-RECORD
                END-PERFORM
                CLOSE SOMA-INTR
                PERFORM SORT-RATE-TABLE
            END-IF.

       READ-RATE-RECORD.
            READ SOMA-INTR INTO INT-LINE
                AT END
                    SET WS-INT-EOF TO TRUE
            END-READ.

       SORT-RATE-TABLE.
            PERFORM VARYING WS-INT-IX FROM 1 BY 1
                    UNTIL WS-INT-IX >= WS-INT-COUNT
                PERFORM VARYING WS-INT-IX2 FROM 1 BY 1
                        UNTIL WS-INT-IX2 > WS-INT-COUNT - WS-INT-IX
                    IF WS-INT-ACCT(WS-INT-IX2) >
                       WS-INT-ACCT(WS-INT-IX2 + 1)
                        MOVE WS-INT-ENTRY(WS-INT-IX2)
                            TO WS-INT-HOLD
                        MOVE WS-INT-ENTRY(WS-INT-IX2 + 1)
                            TO WS-INT-ENTRY(WS-INT-IX2)
                        MOVE WS-INT-HOLD
                            TO WS-INT-ENTRY(WS-INT-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       FIND-RATE-ENTRY.
            MOVE "N" TO WS-INT-FOUND-SW
            MOVE 1 TO WS-INT-LO
            MOVE WS-INT-COUNT TO WS-INT-HI
            PERFORM UNTIL WS-INT-LO > WS-INT-HI OR WS-INT-FOUND
                COMPUTE WS-INT-MID = (WS-INT-LO + WS-INT-HI) / 2
                IF WS-INT-ACCT(WS-INT-MID) = WS-KEY
                    SET WS-INT-FOUND TO TRUE
                    MOVE WS-INT-DATA(WS-INT-MID) TO INT-LINE
                ELSE
                    IF WS-INT-ACCT(WS-INT-MID) < WS-KEY
                        COMPUTE WS-INT-LO = WS-INT-MID + 1
                    ELSE
                        COMPUTE WS-INT-HI = WS-INT-MID - 1
                    END-IF
                END-IF
            END-PERFORM.

       VALIDATE-RATE-LINE.
            MOVE "Y" TO WS-RATE-OK-SW
            IF NOT INT-CALENDAR-BASIS AND NOT INT-BUSINESS-BASIS
                MOVE "N" TO WS-RATE-OK-SW
            END-IF
            IF INT-YEAR-DAYS NOT NUMERIC
               OR INT-MIN-BALANCE NOT NUMERIC
               OR INT-MONTHLY-FEE NOT NUMERIC
                MOVE "N" TO WS-RATE-OK-SW
            END-IF
            PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                    UNTIL WS-TIER-IX > 3
                IF INT-TIER-LIMIT(WS-TIER-IX) NOT NUMERIC
                   OR INT-TIER-RATE(WS-TIER-IX) NOT NUMERIC
                    MOVE "N" TO WS-RATE-OK-SW
                END-IF
            END-PERFORM.

       LOAD-BALANCE-MASTER.
            OPEN INPUT SOMA-BALMST
            IF WS-BALMST-STATUS = "35"
                DISPLAY "SOMAACR: NO SOMABALM.DAT - NO CLOSING "
                    "BALANCES TO ACCRUE ON, RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF
            PERFORM READ-BALANCE-RECORD
            PERFORM UNTIL WS-BAL-EOF
                IF WS-BAL-COUNT < 2000
                    ADD 1 TO WS-BAL-COUNT
                    MOVE BAL-ACCOUNT-CODE TO WS-BAL-ACCT(WS-BAL-COUNT)
                    MOVE BAL-STATUS TO WS-BAL-STAT(WS-BAL-COUNT)
                    IF BAL-BALANCE NUMERIC
                        MOVE BAL-BALANCE TO WS-BAL-AMT(WS-BAL-COUNT)
                        MOVE "N" TO WS-BAL-BAD(WS-BAL-COUNT)
                    ELSE
                        MOVE ZEROS TO WS-BAL-AMT(WS-BAL-COUNT)
                        MOVE "Y" TO WS-BAL-BAD(WS-BAL-COUNT)
                    END-IF
                ELSE
                    DISPLAY "SOMAACR: BALANCE MASTER EXCEEDS TABLE "
                        "AT " BAL-ACCOUNT-CODE " - RUN ABORTED"
                    CLOSE SOMA-BALMST
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-RUN-LOG-END
                    STOP RUN
                END-IF
                PERFORM READ-BALANCE-RECORD
            END-PERFORM
            CLOSE SOMA-BALMST
            PERFORM SORT-BALANCE-TABLE.

       READ-BALANCE-RECORD.
            READ SOMA-BALMST INTO BAL-LINE
                AT END
                    SET WS-BAL-EOF TO TRUE
            END-READ.

       SORT-BALANCE-TABLE.
            PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                    UNTIL WS-BAL-IX >= WS-BAL-COUNT
                PERFORM VARYING WS-BAL-IX2 FROM 1 BY 1
                        UNTIL WS-BAL-IX2 > WS-BAL-COUNT - WS-BAL-IX
                    IF WS-BAL-ACCT(WS-BAL-IX2) >
                       WS-BAL-ACCT(WS-BAL-IX2 + 1)
                        MOVE WS-BAL-ENTRY(WS-BAL-IX2)
                            TO WS-BAL-HOLD
                        MOVE WS-BAL-ENTRY(WS-BAL-IX2 + 1)
                            TO WS-BAL-ENTRY(WS-BAL-IX2)
                        MOVE WS-BAL-HOLD
                            TO WS-BAL-ENTRY(WS-BAL-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       FIND-BALANCE-ENTRY.
            MOVE "N" TO WS-BAL-FOUND-SW
            MOVE 1 TO WS-BAL-LO
            MOVE WS-BAL-COUNT TO WS-BAL-HI
            PERFORM UNTIL WS-BAL-LO > WS-BAL-HI OR WS-BAL-FOUND
                COMPUTE WS-BAL-IX = (WS-BAL-LO + WS-BAL-HI) / 2
                IF WS-BAL-ACCT(WS-BAL-IX) = WS-KEY
                    SET WS-BAL-FOUND TO TRUE
                ELSE
                    IF WS-BAL-ACCT(WS-BAL-IX) < WS-KEY
                        COMPUTE WS-BAL-LO = WS-BAL-IX + 1
                    ELSE
                        COMPUTE WS-BAL-HI = WS-BAL-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       LOAD-ACCRUAL-FILE.
            OPEN INPUT SOMA-ACCR
            IF WS-ACCR-STATUS = "35"
                DISPLAY "SOMAACR: NO SOMAACCR.DAT - ACCRUALS START "
                    "FROM ZERO"
            ELSE
                PERFORM READ-ACCRUAL-RECORD
                PERFORM UNTIL WS-ACR-EOF
                    IF ACR-INTEREST NOT NUMERIC
                       OR ACR-LAST-BALANCE NOT NUMERIC
                       OR ACR-DAYS NOT NUMERIC
                        DISPLAY "SOMAACR: SOMAACCR.DAT LINE FOR "
                            ACR-ACCOUNT-CODE " UNREADABLE - RUN "
                            "ABORTED"
                        CLOSE SOMA-ACCR
                        MOVE 12 TO RETURN-CODE
                        PERFORM WRITE-RUN-LOG-END
                        STOP RUN
                    END-IF
                    IF WS-ACR-COUNT < 2000
                        ADD 1 TO WS-ACR-COUNT
                        MOVE ACR-ACCOUNT-CODE
                            TO WS-ACR-ACCT(WS-ACR-COUNT)
                        MOVE ACR-LAST-ACCRUED
                            TO WS-ACR-LAST(WS-ACR-COUNT)
                        MOVE ACR-DAYS TO WS-ACR-DAYS(WS-ACR-COUNT)
                        MOVE ACR-INTEREST TO WS-ACR-INT(WS-ACR-COUNT)
                        MOVE ACR-LAST-BALANCE
                            TO WS-ACR-LBAL(WS-ACR-COUNT)
                        MOVE ACR-LAST-CUT TO WS-ACR-LCUT(WS-ACR-COUNT)
                    ELSE
                        DISPLAY "SOMAACR: ACCRUAL FILE EXCEEDS TABLE "
                            "AT " ACR-ACCOUNT-CODE " - RUN ABORTED"
                        CLOSE SOMA-ACCR
                        MOVE 12 TO RETURN-CODE
                        PERFORM WRITE-RUN-LOG-END
                        STOP RUN
                    END-IF
                    PERFORM READ-ACCRUAL-RECORD
                END-PERFORM
                CLOSE SOMA-ACCR
                PERFORM SORT-ACCRUAL-TABLE
            END-IF.

       READ-ACCRUAL-RECORD.
            READ SOMA-ACCR INTO ACR-LINE
                AT END
                    SET WS-ACR-EOF TO TRUE
            END-READ.

       SORT-ACCRUAL-TABLE.
            PERFORM VARYING WS-ACR-IX FROM 1 BY 1
                    UNTIL WS-ACR-IX >= WS-ACR-COUNT
                PERFORM VARYING WS-ACR-IX2 FROM 1 BY 1
                        UNTIL WS-ACR-IX2 > WS-ACR-COUNT - WS-ACR-IX
                    IF WS-ACR-ACCT(WS-ACR-IX2) >
                       WS-ACR-ACCT(WS-ACR-IX2 + 1)
                        MOVE WS-ACR-ENTRY(WS-ACR-IX2)
                            TO WS-ACR-HOLD
                        MOVE WS-ACR-ENTRY(WS-ACR-IX2 + 1)
                            TO WS-ACR-ENTRY(WS-ACR-IX2)
                        MOVE WS-ACR-HOLD
                            TO WS-ACR-ENTRY(WS-ACR-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       FIND-ACCRUAL-ENTRY.
            MOVE "N" TO WS-ACR-FOUND-SW
            MOVE 1 TO WS-ACR-LO
            MOVE WS-ACR-COUNT TO WS-ACR-HI
            PERFORM UNTIL WS-ACR-LO > WS-ACR-HI OR WS-ACR-FOUND
                COMPUTE WS-ACR-IX = (WS-ACR-LO + WS-ACR-HI) / 2
                IF WS-ACR-ACCT(WS-ACR-IX) = WS-KEY
                    SET WS-ACR-FOUND TO TRUE
                ELSE
                    IF WS-ACR-ACCT(WS-ACR-IX) < WS-KEY
                        COMPUTE WS-ACR-LO = WS-ACR-IX + 1
                    ELSE
                        COMPUTE WS-ACR-HI = WS-ACR-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       ADD-ACCRUAL-ENTRY.
            IF WS-ACR-COUNT < 2000
                MOVE 1 TO WS-ACR-INS
                PERFORM UNTIL WS-ACR-INS > WS-ACR-COUNT
                    OR WS-ACR-ACCT(WS-ACR-INS) > WS-KEY
                    ADD 1 TO WS-ACR-INS
                END-PERFORM
                PERFORM VARYING WS-ACR-IX2 FROM WS-ACR-COUNT BY -1
                        UNTIL WS-ACR-IX2 < WS-ACR-INS
                    MOVE WS-ACR-ENTRY(WS-ACR-IX2)
                        TO WS-ACR-ENTRY(WS-ACR-IX2 + 1)
                END-PERFORM
                ADD 1 TO WS-ACR-COUNT
                MOVE WS-ACR-INS TO WS-ACR-IX
                MOVE WS-KEY TO WS-ACR-ACCT(WS-ACR-IX)
                MOVE SPACES TO WS-ACR-LAST(WS-ACR-IX)
                MOVE ZEROS TO WS-ACR-DAYS(WS-ACR-IX)
                MOVE ZEROS TO WS-ACR-INT(WS-ACR-IX)
                MOVE ZEROS TO WS-ACR-LBAL(WS-ACR-IX)
                MOVE SPACES TO WS-ACR-LCUT(WS-ACR-IX)
                SET WS-ACR-FOUND TO TRUE
            ELSE
                DISPLAY "SOMAACR: ACCRUAL FILE EXCEEDS TABLE AT "
                    WS-KEY " - RUN ABORTED"
                PERFORM ABORT-ACCRUAL
            END-IF.

       ACCRUE-ALL-ACCOUNTS.
            MOVE "DAILY ACCRUAL ON CLOSING BALANCES" TO ARG-SEC-TEXT
            WRITE ACRR-RECORD FROM ARG-SECTION-LINE
            WRITE ACRR-RECORD FROM ARG-COLUMN-LINE
            PERFORM VARYING WS-INT-IX FROM 1 BY 1
                    UNTIL WS-INT-IX > WS-INT-COUNT
                PERFORM ACCRUE-ONE-ACCOUNT
            END-PERFORM
            PERFORM VARYING WS-ACR-IX2 FROM 1 BY 1
                    UNTIL WS-ACR-IX2 > WS-ACR-COUNT
                MOVE WS-ACR-ACCT(WS-ACR-IX2) TO WS-KEY
                PERFORM FIND-RATE-ENTRY
                IF NOT WS-INT-FOUND
                   AND WS-ACR-INT(WS-ACR-IX2) NOT = ZERO
                    PERFORM LIST-UNRATED-ACCRUAL
                END-IF
            END-PERFORM.

       ACCRUE-ONE-ACCOUNT.
            MOVE WS-INT-DATA(WS-INT-IX) TO INT-LINE
            MOVE INT-ACCOUNT-CODE TO WS-KEY
            MOVE INT-ACCOUNT-CODE TO ARG-DET-ACCOUNT
            MOVE SPACE TO ARG-DET-STATUS
            MOVE INT-BASIS TO ARG-DET-BASIS
            MOVE ZEROS TO ARG-DET-DAYS
            MOVE ZEROS TO ARG-DET-BALANCE
            MOVE ZEROS TO ARG-DET-RATE
            MOVE ZEROS TO ARG-DET-TODAY
            MOVE ZEROS TO ARG-DET-TO-DATE
            MOVE SPACES TO ARG-DET-NOTE
            PERFORM VALIDATE-RATE-LINE
            PERFORM FIND-BALANCE-ENTRY
            MOVE "N" TO WS-DUP-RATE-SW
            IF WS-INT-IX > 1
                IF WS-INT-ACCT(WS-INT-IX) = WS-INT-ACCT(WS-INT-IX - 1)
                    SET WS-DUP-RATE TO TRUE
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-DUP-RATE
                    MOVE "DUPLICATE RATE LINE" TO ARG-DET-NOTE
                    ADD 1 TO WS-EXCEPT-COUNT
                WHEN NOT WS-RATE-OK
                    MOVE "RATE LINE INVALID" TO ARG-DET-NOTE
                    ADD 1 TO WS-EXCEPT-COUNT
                WHEN NOT WS-BAL-FOUND
                    MOVE "NOT ON BALANCE MASTER" TO ARG-DET-NOTE
                    ADD 1 TO WS-EXCEPT-COUNT
                WHEN WS-BAL-BAD(WS-BAL-IX) = "Y"
                    MOVE WS-BAL-STAT(WS-BAL-IX) TO ARG-DET-STATUS
                    MOVE "BALANCE UNREADABLE" TO ARG-DET-NOTE
                    ADD 1 TO WS-EXCEPT-COUNT
                WHEN OTHER
                    PERFORM STRIKE-DAILY-ACCRUAL
            END-EVALUATE
            WRITE ACRR-RECORD FROM ARG-DETAIL-LINE.

       STRIKE-DAILY-ACCRUAL.
            PERFORM FIND-ACCRUAL-ENTRY
            IF NOT WS-ACR-FOUND
                PERFORM ADD-ACCRUAL-ENTRY
            END-IF
            MOVE WS-BAL-STAT(WS-BAL-IX) TO ARG-DET-STATUS
            MOVE WS-BAL-AMT(WS-BAL-IX) TO ARG-DET-BALANCE
            EVALUATE TRUE
                WHEN WS-ACR-LAST(WS-ACR-IX) NOT = SPACES
                 AND WS-ACR-LAST(WS-ACR-IX) >= WS-RUN-DATE
                    MOVE WS-ACR-DAYS(WS-ACR-IX) TO ARG-DET-DAYS
                    MOVE "ALREADY ACCRUED" TO ARG-DET-NOTE
                WHEN WS-BAL-STAT(WS-BAL-IX) = "C"
                    MOVE "ACCOUNT CLOSED" TO ARG-DET-NOTE
                WHEN OTHER
                    PERFORM COMPUTE-DAILY-ACCRUAL
                    ADD WS-DAY-ACCRUAL TO WS-ACR-INT(WS-ACR-IX)
                    ADD WS-ACCR-DAYS TO WS-ACR-DAYS(WS-ACR-IX)
                    MOVE WS-RUN-DATE TO WS-ACR-LAST(WS-ACR-IX)
                    MOVE WS-BAL-AMT(WS-BAL-IX)
                        TO WS-ACR-LBAL(WS-ACR-IX)
                    ADD WS-DAY-ACCRUAL TO WS-TOT-TODAY
                    ADD 1 TO WS-ACCRUED-COUNT
                    MOVE WS-ACCR-DAYS TO ARG-DET-DAYS
                    MOVE WS-EFF-RATE TO ARG-DET-RATE
                    MOVE WS-DAY-ACCRUAL TO ARG-DET-TODAY
            END-EVALUATE
            MOVE WS-ACR-INT(WS-ACR-IX) TO ARG-DET-TO-DATE.

       COMPUTE-DAILY-ACCRUAL.
            IF INT-CALENDAR-BASIS
                COMPUTE WS-ACCR-DAYS = 1 + WS-FOLLOW-DAYS
                MOVE 365 TO WS-YEAR-DAYS
            ELSE
                MOVE 1 TO WS-ACCR-DAYS
                MOVE 252 TO WS-YEAR-DAYS
            END-IF
            IF INT-YEAR-DAYS > ZERO
                MOVE INT-YEAR-DAYS TO WS-YEAR-DAYS
            END-IF
            MOVE ZEROS TO WS-DAY-ACCRUAL
            MOVE ZEROS TO WS-EFF-RATE
            IF WS-BAL-AMT(WS-BAL-IX) < ZERO
                COMPUTE WS-ABS-BAL = ZERO - WS-BAL-AMT(WS-BAL-IX)
            ELSE
                MOVE WS-BAL-AMT(WS-BAL-IX) TO WS-ABS-BAL
            END-IF
            IF WS-ABS-BAL < INT-MIN-BALANCE
                MOVE "BELOW MINIMUM BALANCE" TO ARG-DET-NOTE
            ELSE
                PERFORM COMPUTE-TIERED-INTEREST
                COMPUTE WS-DAY-ACCRUAL ROUNDED =
                    WS-ANNUAL-INT * WS-ACCR-DAYS / WS-YEAR-DAYS
                IF WS-BAL-AMT(WS-BAL-IX) < ZERO
                    COMPUTE WS-DAY-ACCRUAL = ZERO - WS-DAY-ACCRUAL
                END-IF
                IF WS-ABS-BAL > ZERO
                    COMPUTE WS-EFF-RATE ROUNDED =
                        WS-ANNUAL-INT * 100 / WS-ABS-BAL
                END-IF
            END-IF.

       COMPUTE-TIERED-INTEREST.
            MOVE ZEROS TO WS-ANNUAL-INT
            MOVE ZEROS TO WS-PREV-LIMIT
            MOVE "N" TO WS-TIER-DONE-SW
            PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                    UNTIL WS-TIER-IX > 3 OR WS-TIER-DONE
                IF WS-TIER-IX < 3
                   AND INT-TIER-LIMIT(WS-TIER-IX) > WS-PREV-LIMIT
                   AND WS-ABS-BAL > INT-TIER-LIMIT(WS-TIER-IX)
                    COMPUTE WS-BAND =
                        INT-TIER-LIMIT(WS-TIER-IX) - WS-PREV-LIMIT
                    MOVE INT-TIER-LIMIT(WS-TIER-IX) TO WS-PREV-LIMIT
                ELSE
                    COMPUTE WS-BAND = WS-ABS-BAL - WS-PREV-LIMIT
                    SET WS-TIER-DONE TO TRUE
                END-IF
                COMPUTE WS-ANNUAL-INT = WS-ANNUAL-INT +
                    WS-BAND * INT-TIER-RATE(WS-TIER-IX) / 100
            END-PERFORM.

       LIST-UNRATED-ACCRUAL.
            MOVE WS-ACR-ACCT(WS-ACR-IX2) TO ARG-DET-ACCOUNT
            MOVE SPACE TO ARG-DET-STATUS
            MOVE SPACE TO ARG-DET-BASIS
            MOVE WS-ACR-DAYS(WS-ACR-IX2) TO ARG-DET-DAYS
            MOVE WS-ACR-LBAL(WS-ACR-IX2) TO ARG-DET-BALANCE
            MOVE ZEROS TO ARG-DET-RATE
            MOVE ZEROS TO ARG-DET-TODAY
            MOVE WS-ACR-INT(WS-ACR-IX2) TO ARG-DET-TO-DATE
            MOVE "NO RATE LINE - NOT ACCRUING" TO ARG-DET-NOTE
            WRITE ACRR-RECORD FROM ARG-DETAIL-LINE.

       CUT-PERIOD-END-FEED.
            MOVE "PERIOD-END CUT TO POSTING FEED SOMAACRF.DAT"
                TO ARG-SEC-TEXT
            WRITE ACRR-RECORD FROM ARG-SECTION-LINE
            PERFORM VARYING WS-ACR-IX FROM 1 BY 1
                    UNTIL WS-ACR-IX > WS-ACR-COUNT
                IF WS-ACR-LCUT(WS-ACR-IX) = WS-RUN-DATE
                    SET WS-ALREADY-CUT TO TRUE
                END-IF
            END-PERFORM
            IF WS-ALREADY-CUT
                PERFORM PICK-UP-STAGED-CUT
            ELSE
                PERFORM CHECK-PRIOR-CUT-MERGED
                PERFORM READ-SEQUENCE-FILE
                WRITE ACRR-RECORD FROM ARG-CUT-COLUMN-LINE
                SET WS-CUT-THIS-RUN TO TRUE
                OPEN OUTPUT SOMA-ACFNEW
                PERFORM VARYING WS-ACR-IX FROM 1 BY 1
                        UNTIL WS-ACR-IX > WS-ACR-COUNT
                    PERFORM CUT-ONE-ACCOUNT
                END-PERFORM
                SET FDT-TRAILER TO TRUE
                MOVE WS-CUT-COUNT TO FDT-REC-COUNT
                MOVE WS-CUT-SUM TO FDT-INPUT-SUM
                WRITE ACFNEW-RECORD FROM FDT-LINE
                CLOSE SOMA-ACFNEW
            END-IF.

      * The period's accruals are already cut. A SOMAACRF.NEW still
      * staged means the run that cut them died after its accrual swap
      * and before it released the feed - it is released now, with
      * the sequence moved past its ids, once the feed it replaces
      * has been merged.
       PICK-UP-STAGED-CUT.
            OPEN INPUT SOMA-ACFNEW
            IF WS-ACFNEW-STATUS = "35"
                MOVE "PERIOD ALREADY CUT - FEED LEFT AS IT STANDS"
                    TO ARG-SEC-TEXT
                WRITE ACRR-RECORD FROM ARG-SECTION-LINE
                DISPLAY "SOMAACR: PERIOD " WS-RUN-DATE " ALREADY CUT"
                    " - SOMAACRF.DAT LEFT AS IT STANDS"
            ELSE
                CLOSE SOMA-ACFNEW
                PERFORM CHECK-PRIOR-CUT-MERGED
                PERFORM READ-SEQUENCE-FILE
                OPEN INPUT SOMA-ACFNEW
                PERFORM READ-STAGED-RECORD
                PERFORM UNTIL WS-ACFNEW-EOF
                    IF ACFNEW-RECORD(1:1) NOT = "T"
                        ADD 1 TO WS-CUT-COUNT
                        MOVE ACFNEW-RECORD TO SOMA-TRANS-RECORD
                        IF TR-TRANS-ID NUMERIC
                           AND TR-TRANS-ID NOT < WS-NEXT-ID
                            COMPUTE WS-NEXT-ID = TR-TRANS-ID + 1
                        END-IF
                    END-IF
                    PERFORM READ-STAGED-RECORD
                END-PERFORM
                CLOSE SOMA-ACFNEW
                SET WS-CUT-RECOVERED TO TRUE
                MOVE "PERIOD ALREADY CUT - STAGED SOMAACRF.NEW RELEASED"
                    TO ARG-SEC-TEXT
                WRITE ACRR-RECORD FROM ARG-SECTION-LINE
                DISPLAY "SOMAACR: PERIOD " WS-RUN-DATE " ALREADY CUT"
                    " - STAGED SOMAACRF.NEW OF " WS-CUT-COUNT
                    " TRANSACTION(S) RELEASED"
            END-IF.

       READ-STAGED-RECORD.
            READ SOMA-ACFNEW
                AT END
                    SET WS-ACFNEW-EOF TO TRUE
            END-READ.

      * The cut is staged on SOMAACRF.NEW and only replaces the feed
      * once the accrual generation it was taken off has been swapped
      * in, so the amounts cut are never also left accrued. Its ids
      * are reserved on SOMASEQ.DAT first.
       RELEASE-PERIOD-END-FEED.
            PERFORM WRITE-SEQUENCE-FILE
            MOVE "SOMAACRF.NEW" TO WS-GEN-OLD-NAME
            MOVE "SOMAACRF.DAT" TO WS-GEN-NEW-NAME
            CALL "CBL_DELETE_FILE" USING WS-GEN-NEW-NAME
                RETURNING WS-RENAME-RC
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            IF WS-RENAME-RC NOT = ZERO
                DISPLAY "SOMAACR: PERIOD-END CUT NOT RELEASED - "
                    "SOMAACCR.DAT IS CUT AND THE CUT HELD ON "
                    "SOMAACRF.NEW, RERUN TO RELEASE IT BEFORE THE MERGE"
                CLOSE SOMA-ACRR
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       CHECK-PRIOR-CUT-MERGED.
            OPEN INPUT SOMA-ACRF
            IF WS-ACRF-STATUS NOT = "35"
                MOVE SPACES TO FDT-LINE
                PERFORM READ-FEED-RECORD
                PERFORM UNTIL WS-ACRF-EOF
                    IF ACRF-RECORD(1:1) = "T"
                        MOVE ACRF-RECORD TO FDT-LINE
                    END-IF
                    PERFORM READ-FEED-RECORD
                END-PERFORM
                CLOSE SOMA-ACRF
                IF FDT-TRAILER
                   AND FDT-REC-COUNT NUMERIC
                   AND FDT-REC-COUNT > ZERO
                    DISPLAY "SOMAACR: SOMAACRF.DAT STILL CARRIES AN "
                        "UNMERGED CUT OF " FDT-REC-COUNT
                        " TRANSACTION(S) - RUN ABORTED"
                    PERFORM ABORT-ACCRUAL
                END-IF
            END-IF.

       READ-FEED-RECORD.
            READ SOMA-ACRF
                AT END
                    SET WS-ACRF-EOF TO TRUE
            END-READ.

       CUT-ONE-ACCOUNT.
            MOVE WS-ACR-ACCT(WS-ACR-IX) TO WS-KEY
            PERFORM FIND-RATE-ENTRY
            IF WS-INT-FOUND
                PERFORM VALIDATE-RATE-LINE
            ELSE
                MOVE "N" TO WS-RATE-OK-SW
            END-IF
            PERFORM FIND-BALANCE-ENTRY
            COMPUTE WS-POST-AMT ROUNDED = WS-ACR-INT(WS-ACR-IX)
            MOVE WS-KEY TO ARG-CUT-ACCOUNT
            MOVE "INTEREST" TO ARG-CUT-KIND
            MOVE ZEROS TO ARG-CUT-TRANS-ID
            MOVE SPACE TO ARG-CUT-OP
            MOVE WS-POST-AMT TO ARG-CUT-AMOUNT
            MOVE SPACES TO ARG-CUT-CONTRA
            EVALUATE TRUE
                WHEN NOT WS-BAL-FOUND
                    IF WS-POST-AMT NOT = ZERO
                        MOVE "NOT ON MASTER - ACCRUAL CARRIED"
                            TO ARG-CUT-NOTE
                        WRITE ACRR-RECORD FROM ARG-CUT-LINE
                        ADD 1 TO WS-CARRIED-COUNT
                    END-IF
                WHEN WS-BAL-STAT(WS-BAL-IX) = "C"
                    IF WS-POST-AMT NOT = ZERO
                        MOVE "ACCOUNT CLOSED - ACCRUAL CARRIED"
                            TO ARG-CUT-NOTE
                        WRITE ACRR-RECORD FROM ARG-CUT-LINE
                        ADD 1 TO WS-CARRIED-COUNT
                    END-IF
                WHEN OTHER
                    PERFORM CUT-ACCRUED-INTEREST
                    PERFORM CUT-SERVICE-CHARGE
                    MOVE ZEROS TO WS-ACR-DAYS(WS-ACR-IX)
            END-EVALUATE
            MOVE WS-RUN-DATE TO WS-ACR-LCUT(WS-ACR-IX).

       CUT-ACCRUED-INTEREST.
            IF WS-POST-AMT NOT = ZERO
                IF WS-POST-AMT > WS-FEED-FIELD-MAX
                   OR WS-POST-AMT < ZERO - WS-FEED-FIELD-MAX
                    MOVE "EXCEEDS FEED FIELD - CARRIED"
                        TO ARG-CUT-NOTE
                    WRITE ACRR-RECORD FROM ARG-CUT-LINE
                    ADD 1 TO WS-CARRIED-COUNT
                    ADD 1 TO WS-EXCEPT-COUNT
                ELSE
                    MOVE "A" TO WS-FEED-OP
                    MOVE WS-POST-AMT TO WS-FEED-N1
                    MOVE ZEROS TO WS-FEED-N2
                    IF WS-INT-FOUND
                        MOVE INT-CONTRA-ACCOUNT TO WS-FEED-CONTRA
                    ELSE
                        MOVE SPACES TO WS-FEED-CONTRA
                    END-IF
                    PERFORM EMIT-FEED-TRANSACTION
                    SUBTRACT WS-POST-AMT FROM WS-ACR-INT(WS-ACR-IX)
                    ADD 1 TO WS-CUT-INT-COUNT
                    ADD WS-POST-AMT TO WS-CUT-INT-SUM
                    MOVE "INTEREST" TO ARG-CUT-KIND
                    MOVE WS-POST-AMT TO ARG-CUT-AMOUNT
                    MOVE "INTEREST POSTED" TO ARG-CUT-NOTE
                    WRITE ACRR-RECORD FROM ARG-CUT-LINE
                END-IF
            END-IF.

       CUT-SERVICE-CHARGE.
            IF WS-RATE-OK AND INT-MONTHLY-FEE > ZERO
                MOVE "S" TO WS-FEED-OP
                MOVE ZEROS TO WS-FEED-N1
                MOVE INT-MONTHLY-FEE TO WS-FEED-N2
                MOVE INT-FEE-CONTRA-ACCOUNT TO WS-FEED-CONTRA
                PERFORM EMIT-FEED-TRANSACTION
                ADD 1 TO WS-CUT-FEE-COUNT
                ADD INT-MONTHLY-FEE TO WS-CUT-FEE-SUM
                MOVE "FEE" TO ARG-CUT-KIND
                MOVE INT-MONTHLY-FEE TO ARG-CUT-AMOUNT
                MOVE "MONTHLY SERVICE CHARGE" TO ARG-CUT-NOTE
                WRITE ACRR-RECORD FROM ARG-CUT-LINE
            END-IF.

       EMIT-FEED-TRANSACTION.
            IF WS-NEXT-ID = 999999
                DISPLAY "SOMAACR: TRANS-ID SEQUENCE EXHAUSTED - "
                    "RUN ABORTED"
                CLOSE SOMA-ACFNEW
                PERFORM ABORT-ACCRUAL
            END-IF
            MOVE WS-NEXT-ID TO TR-TRANS-ID
            ADD 1 TO WS-NEXT-ID
            MOVE WS-KEY TO TR-ACCOUNT-CODE
            MOVE WS-FEED-OP TO TR-OP-CODE
            MOVE SPACES TO TR-CURRENCY-CODE
            MOVE WS-FEED-N1 TO TR-N1
            MOVE WS-FEED-N2 TO TR-N2
            MOVE WS-FEED-CONTRA TO TR-CONTRA-ACCOUNT
            WRITE ACFNEW-RECORD FROM SOMA-TRANS-RECORD
            ADD 1 TO WS-CUT-COUNT
            ADD WS-FEED-N1 WS-FEED-N2 TO WS-CUT-SUM
            MOVE TR-TRANS-ID TO ARG-CUT-TRANS-ID
            MOVE WS-FEED-OP TO ARG-CUT-OP
            MOVE WS-FEED-CONTRA TO ARG-CUT-CONTRA.

       ENSURE-FEED-PRESENT.
            OPEN INPUT SOMA-ACRF
            IF WS-ACRF-STATUS = "35"
                OPEN OUTPUT SOMA-ACRF
                SET FDT-TRAILER TO TRUE
                MOVE ZEROS TO FDT-REC-COUNT
                MOVE ZEROS TO FDT-INPUT-SUM
                WRITE ACRF-RECORD FROM FDT-LINE
                CLOSE SOMA-ACRF
                DISPLAY "SOMAACR: NO SOMAACRF.DAT - SEEDED AS AN "
                    "EMPTY FEED"
            ELSE
                CLOSE SOMA-ACRF
            END-IF.

       READ-SEQUENCE-FILE.
            OPEN INPUT SOMA-SEQ
            IF WS-SEQ-STATUS = "35"
                DISPLAY "SOMAACR: NO SOMASEQ.DAT - SEQUENCE SEEDED"
                    " AT " WS-NEXT-ID
            ELSE
                READ SOMA-SEQ INTO SEQ-LINE
                    NOT AT END
                        IF SEQ-NEXT-TRANS-ID NUMERIC
                            MOVE SEQ-NEXT-TRANS-ID TO WS-NEXT-ID
                        ELSE
                            DISPLAY "SOMAACR: SOMASEQ.DAT UNREADABLE"
                                " - RUN ABORTED"
                            CLOSE SOMA-SEQ
                            PERFORM ABORT-ACCRUAL
                        END-IF
                END-READ
                CLOSE SOMA-SEQ
            END-IF.

       WRITE-SEQUENCE-FILE.
            MOVE WS-NEXT-ID TO SEQ-NEXT-TRANS-ID
            OPEN OUTPUT SOMA-SEQ
            WRITE SEQ-RECORD FROM SEQ-LINE
            CLOSE SOMA-SEQ.

       WRITE-ACCRUAL-FILE.
            OPEN OUTPUT SOMA-ACCNEW
            PERFORM VARYING WS-ACR-IX FROM 1 BY 1
                    UNTIL WS-ACR-IX > WS-ACR-COUNT
                MOVE WS-ACR-ACCT(WS-ACR-IX) TO ACR-ACCOUNT-CODE
                MOVE WS-ACR-LAST(WS-ACR-IX) TO ACR-LAST-ACCRUED
                MOVE WS-ACR-DAYS(WS-ACR-IX) TO ACR-DAYS
                MOVE WS-ACR-INT(WS-ACR-IX) TO ACR-INTEREST
                MOVE WS-ACR-LBAL(WS-ACR-IX) TO ACR-LAST-BALANCE
                MOVE WS-ACR-LCUT(WS-ACR-IX) TO ACR-LAST-CUT
                WRITE ACCNEW-RECORD FROM ACR-LINE
                ADD WS-ACR-INT(WS-ACR-IX) TO WS-TOT-TO-DATE
            END-PERFORM
            CLOSE SOMA-ACCNEW
            MOVE ZEROS TO WS-VERIFY-COUNT
            OPEN INPUT SOMA-ACCNEW
            PERFORM READ-VERIFY-RECORD
            PERFORM UNTIL WS-VERIFY-EOF
                ADD 1 TO WS-VERIFY-COUNT
                PERFORM READ-VERIFY-RECORD
            END-PERFORM
            CLOSE SOMA-ACCNEW
            IF WS-VERIFY-COUNT NOT = WS-ACR-COUNT
                DISPLAY "SOMAACR: NEW ACCRUAL GENERATION FAILS "
                    "VERIFY - SOMAACCR.DAT LEFT UNTOUCHED, NOTHING CUT"
                PERFORM ABORT-ACCRUAL
            END-IF
            MOVE "SOMAACCR.PRV" TO WS-GEN-OLD-NAME
            CALL "CBL_DELETE_FILE" USING WS-GEN-OLD-NAME
                RETURNING WS-RENAME-RC
            MOVE "SOMAACCR.DAT" TO WS-GEN-OLD-NAME
            MOVE "SOMAACCR.PRV" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            MOVE "SOMAACCR.NEW" TO WS-GEN-OLD-NAME
            MOVE "SOMAACCR.DAT" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            IF WS-RENAME-RC NOT = ZERO
                DISPLAY "SOMAACR: ACCRUAL GENERATION SWAP FAILED - "
                    "TONIGHT'S ACCRUALS ARE ON SOMAACCR.NEW, NOTHING "
                    "CUT"
                PERFORM ABORT-ACCRUAL
            END-IF.

       READ-VERIFY-RECORD.
            READ SOMA-ACCNEW
                AT END
                    SET WS-VERIFY-EOF TO TRUE
            END-READ.

       WRITE-ACCRUAL-TOTALS.
            MOVE SPACES TO ARG-SEC-TEXT
            WRITE ACRR-RECORD FROM ARG-SECTION-LINE
            MOVE "RATE TABLE LINES READ:" TO ARG-TOT-LABEL
            MOVE WS-INT-READ-COUNT TO ARG-TOT-COUNT
            MOVE ZEROS TO ARG-TOT-AMOUNT
            WRITE ACRR-RECORD FROM ARG-TOTAL-LINE
            MOVE "ACCOUNTS ACCRUED TONIGHT:" TO ARG-TOT-LABEL
            MOVE WS-ACCRUED-COUNT TO ARG-TOT-COUNT
            COMPUTE ARG-TOT-AMOUNT ROUNDED = WS-TOT-TODAY
            WRITE ACRR-RECORD FROM ARG-TOTAL-LINE
            MOVE "INTEREST ACCRUED TO DATE:" TO ARG-TOT-LABEL
            MOVE WS-ACR-COUNT TO ARG-TOT-COUNT
            COMPUTE ARG-TOT-AMOUNT ROUNDED = WS-TOT-TO-DATE
            WRITE ACRR-RECORD FROM ARG-TOTAL-LINE
            IF WS-PERIOD-END
                MOVE "INTEREST TRANSACTIONS CUT:" TO ARG-TOT-LABEL
                MOVE WS-CUT-INT-COUNT TO ARG-TOT-COUNT
                MOVE WS-CUT-INT-SUM TO ARG-TOT-AMOUNT
                WRITE ACRR-RECORD FROM ARG-TOTAL-LINE
                MOVE "SERVICE CHARGES CUT:" TO ARG-TOT-LABEL
                MOVE WS-CUT-FEE-COUNT TO ARG-TOT-COUNT
                MOVE WS-CUT-FEE-SUM TO ARG-TOT-AMOUNT
                WRITE ACRR-RECORD FROM ARG-TOTAL-LINE
                MOVE "ACCRUALS CARRIED FORWARD:" TO ARG-TOT-LABEL
                MOVE WS-CARRIED-COUNT TO ARG-TOT-COUNT
                MOVE ZEROS TO ARG-TOT-AMOUNT
                WRITE ACRR-RECORD FROM ARG-TOTAL-LINE
            END-IF
            MOVE "EXCEPTIONS:" TO ARG-TOT-LABEL
            MOVE WS-EXCEPT-COUNT TO ARG-TOT-COUNT
            MOVE ZEROS TO ARG-TOT-AMOUNT
            WRITE ACRR-RECORD FROM ARG-TOTAL-LINE
            EVALUATE TRUE
                WHEN WS-TODAY-TYPE NOT = "B"
                    MOVE "NOT A BUSINESS DAY - NOTHING ACCRUED"
                        TO ARG-STATUS-TEXT
                WHEN WS-EXCEPT-COUNT > ZERO
                    MOVE "ACCRUED WITH EXCEPTIONS - SEE NOTES ABOVE"
                        TO ARG-STATUS-TEXT
                WHEN WS-CUT-STAGED
                    MOVE "ACCRUED AND CUT - LIST SOMAACRF.DAT FOR MERGE"
                        TO ARG-STATUS-TEXT
                WHEN OTHER
                    MOVE "ACCRUED" TO ARG-STATUS-TEXT
            END-EVALUATE
            WRITE ACRR-RECORD FROM ARG-STATUS-LINE.

       WRITE-RUN-LOG-START.
            SET RNL-START-REC TO TRUE
            MOVE ZEROS TO RNL-RETURN-CODE
            MOVE ZEROS TO RNL-COUNT-1
            MOVE ZEROS TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
            SET RNL-END-REC TO TRUE
            MOVE RETURN-CODE TO RNL-RETURN-CODE
            MOVE WS-ACCRUED-COUNT TO RNL-COUNT-1
            MOVE WS-CUT-COUNT TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
            MOVE "SOMAACR" TO RNL-PROGRAM
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

       END PROGRAM somaacr.
