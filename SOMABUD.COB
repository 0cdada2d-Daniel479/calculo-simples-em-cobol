      ******************************************************************
      * Author: Daniel
      * Purpose: Budget master maintenance. Keeps SOMABUDG.DAT, the
      *          budget for every account for each month of the
      *          fiscal year, which the SOMAVAR variance report
      *          measures the period actuals against. PARM selects
      *          the mode:
      *            "LOAD operator-id" - the annual load. Reads the
      *              year's budgets from SOMABUDL.DAT (SOMABGT layout,
      *              one line per account) and adds them to the
      *              master. A year already loaded for an account is
      *              refused - after the load a budget changes only
      *              by amendment - as is an account not on the
      *              balance master.
      *            "AMEND" (or no PARM) - applies the amendment
      *              requests on SOMABUDA.DAT, each replacing one
      *              fiscal month's figure for an account and year
      *              already loaded, under the approving operator and
      *              reason the request carries.
      *          The operator must hold the SOMAOPER.DAT budget
      *          privilege (when the profile file exists). Every
      *          load line and amendment applied is appended to the
      *          SOMABUDH.DAT amendment history with the figure it
      *          replaced, and logged to SOMAMLOG.DAT, only once the
      *          new master generation (SOMABUDG.NEW) has been
      *          verified and swapped in with the prior file kept as
      *          SOMABUDG.PRV. SOMABUDR.DAT lists every line applied
      *          or refused and why. RC=0 all applied, RC=4 one or
      *          more refused, RC=12 bad PARM, load operator refused,
      *          missing input, table overflow or swap failure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somabud.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-BUDG ASSIGN TO "SOMABUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT SOMA-BUDNEW ASSIGN TO "SOMABUDG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-BUDL ASSIGN TO "SOMABUDL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDL-STATUS.
           SELECT SOMA-BUDA ASSIGN TO "SOMABUDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDA-STATUS.
           SELECT SOMA-BUDH ASSIGN TO "SOMABUDH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDH-STATUS.
           SELECT SOMA-BUDR ASSIGN TO "SOMABUDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-BALMST ASSIGN TO "SOMABALM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.
           SELECT SOMA-OPER ASSIGN TO "SOMAOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SOMA-MLOG ASSIGN TO "SOMAMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.
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
       FD  SOMA-BUDNEW.
       01  BUDNEW-RECORD           PIC X(172).
       FD  SOMA-BUDL.
       01  BUDL-RECORD             PIC X(172).
       FD  SOMA-BUDA.
       01  BDA-RECORD              PIC X(83).
       FD  SOMA-BUDH.
       01  BDH-RECORD              PIC X(122).
       FD  SOMA-BUDR.
       01  BUDR-RECORD             PIC X(100).
       FD  SOMA-BALMST.
       01  BAL-RECORD              PIC X(40).
       FD  SOMA-OPER.
       01  OPR-RECORD              PIC X(48).
       FD  SOMA-MLOG.
       01  MLG-RECORD              PIC X(81).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       77 WS-PARM-MODE          PIC X(10) VALUE SPACES.
       77 WS-PARM-OPER          PIC X(20) VALUE SPACES.
       77 WS-MODE               PIC X(05) VALUE SPACES.
           88 WS-LOAD-MODE                VALUE "LOAD".
           88 WS-AMEND-MODE               VALUE "AMEND".
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-RUN-TIME           PIC X(08) VALUE SPACES.
       77 WS-BUDG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-BUDL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-BUDA-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-BUDH-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-BALMST-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-OPER-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MLOG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-CAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-CAL-FOUND                VALUE "Y".
       77 WS-BGT-EOF-SW         PIC X(01) VALUE "N".
           88 WS-BGT-EOF                  VALUE "Y".
       77 WS-IN-EOF-SW          PIC X(01) VALUE "N".
           88 WS-IN-EOF                   VALUE "Y".
       77 WS-BAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-BAL-EOF                  VALUE "Y".
       77 WS-OPR-EOF-SW         PIC X(01) VALUE "N".
           88 WS-OPR-EOF                  VALUE "Y".
       77 WS-VERIFY-EOF-SW      PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF               VALUE "Y".
       77 WS-PROFILES-SW        PIC X(01) VALUE "N".
           88 WS-PROFILES-ACTIVE          VALUE "Y".
       77 WS-OPR-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-OPR-FOUND                VALUE "Y".
       77 WS-BAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-BAL-FOUND                VALUE "Y".
       77 WS-BGT-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-BGT-FOUND                VALUE "Y".
       77 WS-OPR-COUNT          PIC 9(03) VALUE ZEROS.
       77 WS-OPR-IX             PIC 9(03) VALUE ZEROS.
       77 WS-OPR-KEY            PIC X(20) VALUE SPACES.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 100.
              10 WS-OPR-OPER       PIC X(20).
              10 WS-OPR-BUDG       PIC X(01).
       77 WS-BAL-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-BAL-IX             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-BAL-LO             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-HI             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-KEY            PIC X(10) VALUE SPACES.
       01 WS-BAL-HOLD           PIC X(11) VALUE SPACES.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 2000.
              10 WS-BAL-ACCT       PIC X(10).
              10 WS-BAL-STAT       PIC X(01).
       77 WS-BGT-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-BGT-IX             PIC 9(04) VALUE ZEROS.
       77 WS-BGT-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-BGT-LO             PIC 9(04) VALUE ZEROS.
       77 WS-BGT-HI             PIC 9(04) VALUE ZEROS.
       77 WS-BGT-INS            PIC 9(04) VALUE ZEROS.
       01 WS-BGT-SEARCH.
           05 WS-SRCH-ACCT         PIC X(10).
           05 WS-SRCH-YEAR         PIC X(04).
       01 WS-BGT-HOLD           PIC X(186) VALUE SPACES.
       01 WS-BGT-TABLE.
           05 WS-BGT-ENTRY OCCURS 4000.
              10 WS-BGT-KEY        PIC X(14).
              10 WS-BGT-DATA       PIC X(172).
       77 WS-CHG-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-CHG-IX             PIC 9(04) VALUE ZEROS.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 4000.
              10 WS-CHG-ACTION     PIC X(05).
              10 WS-CHG-ACCT       PIC X(10).
              10 WS-CHG-YEAR       PIC 9(04).
              10 WS-CHG-MONTH      PIC 9(02).
              10 WS-CHG-OLD        PIC S9(9)V99 COMP-3.
              10 WS-CHG-NEW        PIC S9(9)V99 COMP-3.
              10 WS-CHG-OPER       PIC X(20).
              10 WS-CHG-REASON     PIC X(30).
       77 WS-MONTH-IX           PIC 9(02) VALUE ZEROS.
       77 WS-LINE-OK-SW         PIC X(01) VALUE "N".
           88 WS-LINE-OK                  VALUE "Y".
       77 WS-RESULT-NOTE        PIC X(30) VALUE SPACES.
       77 WS-YEAR-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-OLD-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-READ-COUNT         PIC 9(06) VALUE ZEROS.
       77 WS-APPLIED-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-REFUSED-COUNT      PIC 9(06) VALUE ZEROS.
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
           COPY SOMABGT.
           COPY SOMABDA.
           COPY SOMABDH.
           COPY SOMABDR.
           COPY SOMABAL.
           COPY SOMAOPR.
           COPY SOMAMLG.
           COPY SOMACAL.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-JOB-PARM
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM WRITE-RUN-LOG-START
            IF NOT WS-LOAD-MODE AND NOT WS-AMEND-MODE
                DISPLAY "SOMABUD: PARM MODE " WS-PARM-MODE
                    " NOT LOAD OR AMEND - RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF
            PERFORM LOAD-OPERATOR-PROFILES
            IF WS-LOAD-MODE
                PERFORM VERIFY-LOAD-OPERATOR
            END-IF
            PERFORM LOAD-BALANCE-MASTER
            PERFORM LOAD-BUDGET-MASTER
            OPEN OUTPUT SOMA-BUDR
            MOVE WS-RUN-DATE TO BDR-HDG-DATE
            MOVE WS-MODE TO BDR-HDG-MODE
            WRITE BUDR-RECORD FROM BDR-HEADING-LINE
            WRITE BUDR-RECORD FROM BDR-COLUMN-LINE
            IF WS-LOAD-MODE
                PERFORM PROCESS-LOAD-FILE
            ELSE
                PERFORM PROCESS-AMENDMENTS
            END-IF
            IF WS-APPLIED-COUNT > ZERO
                PERFORM WRITE-BUDGET-MASTER
                PERFORM WRITE-AMENDMENT-HISTORY
            END-IF
            PERFORM WRITE-MAINTENANCE-TOTALS
            CLOSE SOMA-BUDR
            DISPLAY "SOMABUD: " WS-MODE " - " WS-APPLIED-COUNT
                " APPLIED, " WS-REFUSED-COUNT " REFUSED"
            IF WS-REFUSED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       READ-JOB-PARM.
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE
            UNSTRING WS-PARM-STRING DELIMITED BY ALL " "
                INTO WS-PARM-MODE WS-PARM-OPER
            END-UNSTRING
            EVALUATE WS-PARM-MODE
                WHEN "LOAD"
                    MOVE "LOAD" TO WS-MODE
                WHEN "AMEND"
                WHEN SPACES
                    MOVE "AMEND" TO WS-MODE
                WHEN OTHER
                    MOVE SPACES TO WS-MODE
            END-EVALUATE.

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
            END-IF
            ACCEPT WS-CURRENT-TIME FROM TIME
            STRING WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
                DELIMITED BY SIZE INTO WS-RUN-TIME.

       READ-CALENDAR-RECORD.
            READ SOMA-CAL INTO CAL-LINE
                AT END
                    SET WS-CAL-EOF TO TRUE
            END-READ.

       ABORT-MAINTENANCE.
            CLOSE SOMA-BUDR
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       LOAD-OPERATOR-PROFILES.
            OPEN INPUT SOMA-OPER
            IF WS-OPER-STATUS = "35"
                DISPLAY "SOMABUD: NO SOMAOPER.DAT - "
                    "ACCESS NOT RESTRICTED"
            ELSE
                SET WS-PROFILES-ACTIVE TO TRUE
                PERFORM READ-OPERATOR-RECORD
                PERFORM UNTIL WS-OPR-EOF
                    IF WS-OPR-COUNT < 100
                        ADD 1 TO WS-OPR-COUNT
                        MOVE OPR-ID TO WS-OPR-OPER(WS-OPR-COUNT)
                        MOVE OPR-BUDGET
                            TO WS-OPR-BUDG(WS-OPR-COUNT)
                    ELSE
                        DISPLAY "SOMABUD: OPERATOR PROFILES EXCEED"
                            " TABLE AT " OPR-ID " - RUN ABORTED"
                        CLOSE SOMA-OPER
                        MOVE 12 TO RETURN-CODE
                        PERFORM WRITE-RUN-LOG-END
                        STOP RUN
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

       VERIFY-BUDGET-OPERATOR.
            MOVE SPACES TO WS-RESULT-NOTE
            IF WS-PROFILES-ACTIVE
                IF WS-OPR-KEY = SPACES
                    MOVE "NO OPERATOR ID GIVEN" TO WS-RESULT-NOTE
                ELSE
                    PERFORM FIND-OPERATOR-ENTRY
                    IF NOT WS-OPR-FOUND
                        MOVE "OPERATOR NOT PROFILED"
                            TO WS-RESULT-NOTE
                    ELSE
                    IF WS-OPR-BUDG(WS-OPR-IX) NOT = "Y"
                        MOVE "OPERATOR LACKS BUDGET PRIV"
                            TO WS-RESULT-NOTE
                    END-IF
                    END-IF
                END-IF
            END-IF.

       VERIFY-LOAD-OPERATOR.
            MOVE WS-PARM-OPER TO WS-OPR-KEY
            PERFORM VERIFY-BUDGET-OPERATOR
            IF WS-RESULT-NOTE NOT = SPACES
                DISPLAY "SOMABUD: LOAD REFUSED - " WS-RESULT-NOTE
                    " - RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       LOAD-BALANCE-MASTER.
            OPEN INPUT SOMA-BALMST
            IF WS-BALMST-STATUS = "35"
                DISPLAY "SOMABUD: NO SOMABALM.DAT - ACCOUNTS "
                    "CANNOT BE VERIFIED, RUN ABORTED"
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
                ELSE
                    DISPLAY "SOMABUD: BALANCE MASTER EXCEEDS TABLE "
                        "AT " BAL-ACCOUNT-CODE " - RUN ABORTED"
                    CLOSE SOMA-BALMST
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-RUN-LOG-END
                    STOP RUN
                END-IF
                PERFORM READ-BALANCE-RECORD
            END-PERFORM
            CLOSE SOMA-BALMST
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

       READ-BALANCE-RECORD.
            READ SOMA-BALMST INTO BAL-LINE
                AT END
                    SET WS-BAL-EOF TO TRUE
            END-READ.

       FIND-BALANCE-ENTRY.
            MOVE "N" TO WS-BAL-FOUND-SW
            MOVE 1 TO WS-BAL-LO
            MOVE WS-BAL-COUNT TO WS-BAL-HI
            PERFORM UNTIL WS-BAL-LO > WS-BAL-HI OR WS-BAL-FOUND
                COMPUTE WS-BAL-IX = (WS-BAL-LO + WS-BAL-HI) / 2
                IF WS-BAL-ACCT(WS-BAL-IX) = WS-BAL-KEY
                    SET WS-BAL-FOUND TO TRUE
                ELSE
                    IF WS-BAL-ACCT(WS-BAL-IX) < WS-BAL-KEY
                        COMPUTE WS-BAL-LO = WS-BAL-IX + 1
                    ELSE
                        COMPUTE WS-BAL-HI = WS-BAL-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       LOAD-BUDGET-MASTER.
            OPEN INPUT SOMA-BUDG
            IF WS-BUDG-STATUS = "35"
                DISPLAY "SOMABUD: NO SOMABUDG.DAT - BUDGET MASTER "
                    "STARTS EMPTY"
            ELSE
                PERFORM READ-BUDGET-RECORD
                PERFORM UNTIL WS-BGT-EOF
                    IF WS-BGT-COUNT < 4000
                        ADD 1 TO WS-BGT-COUNT
                        MOVE BGT-ACCOUNT-CODE TO WS-SRCH-ACCT
                        MOVE BGT-FISCAL-YEAR TO WS-SRCH-YEAR
                        MOVE WS-BGT-SEARCH
                            TO WS-BGT-KEY(WS-BGT-COUNT)
                        MOVE BGT-LINE TO WS-BGT-DATA(WS-BGT-COUNT)
                    ELSE
                        DISPLAY "SOMABUD: BUDGET MASTER EXCEEDS TABLE"
                            " AT " BGT-ACCOUNT-CODE " - RUN ABORTED"
                        CLOSE SOMA-BUDG
                        MOVE 12 TO RETURN-CODE
                        PERFORM WRITE-RUN-LOG-END
                        STOP RUN
                    END-IF
                    PERFORM READ-BUDGET-RECORD
                END-PERFORM
                CLOSE SOMA-BUDG
                PERFORM SORT-BUDGET-TABLE
            END-IF.

       READ-BUDGET-RECORD.
            READ SOMA-BUDG INTO BGT-LINE
                AT END
                    SET WS-BGT-EOF TO TRUE
            END-READ.

       SORT-BUDGET-TABLE.
            PERFORM VARYING WS-BGT-IX FROM 1 BY 1
                    UNTIL WS-BGT-IX >= WS-BGT-COUNT
                PERFORM VARYING WS-BGT-IX2 FROM 1 BY 1
                        UNTIL WS-BGT-IX2 > WS-BGT-COUNT - WS-BGT-IX
                    IF WS-BGT-KEY(WS-BGT-IX2) >
                       WS-BGT-KEY(WS-BGT-IX2 + 1)
                        MOVE WS-BGT-ENTRY(WS-BGT-IX2)
                            TO WS-BGT-HOLD
                        MOVE WS-BGT-ENTRY(WS-BGT-IX2 + 1)
                            TO WS-BGT-ENTRY(WS-BGT-IX2)
                        MOVE WS-BGT-HOLD
                            TO WS-BGT-ENTRY(WS-BGT-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       FIND-BUDGET-ENTRY.
            MOVE "N" TO WS-BGT-FOUND-SW
            MOVE 1 TO WS-BGT-LO
            MOVE WS-BGT-COUNT TO WS-BGT-HI
            PERFORM UNTIL WS-BGT-LO > WS-BGT-HI OR WS-BGT-FOUND
                COMPUTE WS-BGT-IX = (WS-BGT-LO + WS-BGT-HI) / 2
                IF WS-BGT-KEY(WS-BGT-IX) = WS-BGT-SEARCH
                    SET WS-BGT-FOUND TO TRUE
                ELSE
                    IF WS-BGT-KEY(WS-BGT-IX) < WS-BGT-SEARCH
                        COMPUTE WS-BGT-LO = WS-BGT-IX + 1
                    ELSE
                        COMPUTE WS-BGT-HI = WS-BGT-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       ADD-BUDGET-ENTRY.
            IF WS-BGT-COUNT < 4000
                MOVE 1 TO WS-BGT-INS
                PERFORM UNTIL WS-BGT-INS > WS-BGT-COUNT
                    OR WS-BGT-KEY(WS-BGT-INS) > WS-BGT-SEARCH
                    ADD 1 TO WS-BGT-INS
                END-PERFORM
                PERFORM VARYING WS-BGT-IX2 FROM WS-BGT-COUNT BY -1
                        UNTIL WS-BGT-IX2 < WS-BGT-INS
                    MOVE WS-BGT-ENTRY(WS-BGT-IX2)
                        TO WS-BGT-ENTRY(WS-BGT-IX2 + 1)
                END-PERFORM
                ADD 1 TO WS-BGT-COUNT
                MOVE WS-BGT-INS TO WS-BGT-IX
                MOVE WS-BGT-SEARCH TO WS-BGT-KEY(WS-BGT-IX)
                MOVE BGT-LINE TO WS-BGT-DATA(WS-BGT-IX)
            ELSE
                DISPLAY "SOMABUD: BUDGET MASTER EXCEEDS TABLE AT "
                    WS-SRCH-ACCT " - RUN ABORTED"
                PERFORM ABORT-MAINTENANCE
            END-IF.

       PROCESS-LOAD-FILE.
            OPEN INPUT SOMA-BUDL
            IF WS-BUDL-STATUS = "35"
                DISPLAY "SOMABUD: NO SOMABUDL.DAT - NOTHING TO LOAD,"
                    " RUN ABORTED"
                PERFORM ABORT-MAINTENANCE
            END-IF
            PERFORM READ-LOAD-RECORD
            PERFORM UNTIL WS-IN-EOF
                ADD 1 TO WS-READ-COUNT
                PERFORM LOAD-ONE-BUDGET-LINE
                PERFORM READ-LOAD-RECORD
            END-PERFORM
            CLOSE SOMA-BUDL.

       READ-LOAD-RECORD.
            READ SOMA-BUDL INTO BGT-LINE
                AT END
                    SET WS-IN-EOF TO TRUE
            END-READ.

       LOAD-ONE-BUDGET-LINE.
            MOVE SPACES TO WS-RESULT-NOTE
            MOVE ZEROS TO WS-YEAR-TOTAL
            MOVE "Y" TO WS-LINE-OK-SW
            IF BGT-FISCAL-YEAR NOT NUMERIC
                MOVE "N" TO WS-LINE-OK-SW
            END-IF
            PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                    UNTIL WS-MONTH-IX > 12
                IF BGT-MONTH-AMT(WS-MONTH-IX) NUMERIC
                    ADD BGT-MONTH-AMT(WS-MONTH-IX) TO WS-YEAR-TOTAL
                ELSE
                    MOVE "N" TO WS-LINE-OK-SW
                END-IF
            END-PERFORM
            MOVE BGT-ACCOUNT-CODE TO WS-BAL-KEY
            PERFORM FIND-BALANCE-ENTRY
            MOVE BGT-ACCOUNT-CODE TO WS-SRCH-ACCT
            MOVE BGT-FISCAL-YEAR TO WS-SRCH-YEAR
            PERFORM FIND-BUDGET-ENTRY
            EVALUATE TRUE
                WHEN NOT WS-LINE-OK
                    MOVE "LOAD LINE INVALID" TO WS-RESULT-NOTE
                WHEN NOT WS-BAL-FOUND
                    MOVE "ACCOUNT NOT ON MASTER" TO WS-RESULT-NOTE
                WHEN WS-BGT-FOUND
                    MOVE "YEAR ALREADY LOADED - AMEND"
                        TO WS-RESULT-NOTE
            END-EVALUATE
            MOVE BGT-ACCOUNT-CODE TO BDR-DET-ACCOUNT
            MOVE WS-SRCH-YEAR TO BDR-DET-YEAR
            MOVE SPACES TO BDR-DET-MONTH
            MOVE ZEROS TO BDR-DET-BEFORE
            IF WS-RESULT-NOTE = SPACES
                PERFORM ADD-BUDGET-ENTRY
                MOVE ZEROS TO WS-OLD-AMOUNT
                MOVE ZEROS TO WS-MONTH-IX
                MOVE WS-PARM-OPER TO WS-OPR-KEY
                MOVE "ANNUAL LOAD" TO BDA-REASON
                PERFORM RECORD-CHANGE
                MOVE "LOAD" TO WS-CHG-ACTION(WS-CHG-COUNT)
                MOVE WS-YEAR-TOTAL TO WS-CHG-NEW(WS-CHG-COUNT)
                ADD 1 TO WS-APPLIED-COUNT
                MOVE "APPLIED" TO BDR-DET-RESULT
                MOVE WS-YEAR-TOTAL TO BDR-DET-AFTER
                IF WS-BAL-STAT(WS-BAL-IX) = "C"
                    MOVE "YEAR LOADED - ACCOUNT CLOSED"
                        TO BDR-DET-NOTE
                ELSE
                    MOVE "YEAR LOADED" TO BDR-DET-NOTE
                END-IF
            ELSE
                ADD 1 TO WS-REFUSED-COUNT
                MOVE "REFUSED" TO BDR-DET-RESULT
                MOVE ZEROS TO BDR-DET-AFTER
                MOVE WS-RESULT-NOTE TO BDR-DET-NOTE
            END-IF
            WRITE BUDR-RECORD FROM BDR-DETAIL-LINE.

       PROCESS-AMENDMENTS.
            OPEN INPUT SOMA-BUDA
            IF WS-BUDA-STATUS = "35"
                DISPLAY "SOMABUD: NO SOMABUDA.DAT - NO AMENDMENTS"
            ELSE
                PERFORM READ-AMENDMENT-RECORD
                PERFORM UNTIL WS-IN-EOF
                    ADD 1 TO WS-READ-COUNT
                    PERFORM APPLY-ONE-AMENDMENT
                    PERFORM READ-AMENDMENT-RECORD
                END-PERFORM
                CLOSE SOMA-BUDA
            END-IF.

       READ-AMENDMENT-RECORD.
            READ SOMA-BUDA INTO BDA-LINE
                AT END
                    SET WS-IN-EOF TO TRUE
            END-READ.

       APPLY-ONE-AMENDMENT.
            MOVE BDA-OPERATOR-ID TO WS-OPR-KEY
            PERFORM VERIFY-BUDGET-OPERATOR
            MOVE BDA-ACCOUNT-CODE TO WS-SRCH-ACCT
            MOVE BDA-FISCAL-YEAR TO WS-SRCH-YEAR
            PERFORM FIND-BUDGET-ENTRY
            IF WS-RESULT-NOTE = SPACES
                EVALUATE TRUE
                    WHEN BDA-FISCAL-YEAR NOT NUMERIC
                      OR BDA-NEW-AMOUNT NOT NUMERIC
                        MOVE "AMENDMENT LINE INVALID"
                            TO WS-RESULT-NOTE
                    WHEN BDA-FISCAL-MONTH NOT NUMERIC
                        MOVE "FISCAL MONTH NOT 01-12"
                            TO WS-RESULT-NOTE
                    WHEN BDA-FISCAL-MONTH < 1
                      OR BDA-FISCAL-MONTH > 12
                        MOVE "FISCAL MONTH NOT 01-12"
                            TO WS-RESULT-NOTE
                    WHEN BDA-REASON = SPACES
                        MOVE "NO REASON GIVEN" TO WS-RESULT-NOTE
                    WHEN NOT WS-BGT-FOUND
                        MOVE "YEAR NOT LOADED FOR ACCOUNT"
                            TO WS-RESULT-NOTE
                END-EVALUATE
            END-IF
            MOVE BDA-ACCOUNT-CODE TO BDR-DET-ACCOUNT
            MOVE WS-SRCH-YEAR TO BDR-DET-YEAR
            MOVE BDA-FISCAL-MONTH TO BDR-DET-MONTH
            IF WS-RESULT-NOTE = SPACES
                MOVE WS-BGT-DATA(WS-BGT-IX) TO BGT-LINE
                MOVE BDA-FISCAL-MONTH TO WS-MONTH-IX
                MOVE BGT-MONTH-AMT(WS-MONTH-IX) TO WS-OLD-AMOUNT
                MOVE BDA-NEW-AMOUNT TO BGT-MONTH-AMT(WS-MONTH-IX)
                MOVE BGT-LINE TO WS-BGT-DATA(WS-BGT-IX)
                PERFORM RECORD-CHANGE
                MOVE "AMEND" TO WS-CHG-ACTION(WS-CHG-COUNT)
                MOVE BDA-NEW-AMOUNT TO WS-CHG-NEW(WS-CHG-COUNT)
                ADD 1 TO WS-APPLIED-COUNT
                MOVE "APPLIED" TO BDR-DET-RESULT
                MOVE WS-OLD-AMOUNT TO BDR-DET-BEFORE
                MOVE BDA-NEW-AMOUNT TO BDR-DET-AFTER
                MOVE BDA-REASON TO BDR-DET-NOTE
            ELSE
                ADD 1 TO WS-REFUSED-COUNT
                MOVE "REFUSED" TO BDR-DET-RESULT
                MOVE ZEROS TO BDR-DET-BEFORE
                MOVE ZEROS TO BDR-DET-AFTER
                MOVE WS-RESULT-NOTE TO BDR-DET-NOTE
                DISPLAY "SOMABUD: AMENDMENT " BDA-ACCOUNT-CODE " "
                    WS-SRCH-YEAR "/" BDA-FISCAL-MONTH " - "
                    WS-RESULT-NOTE
            END-IF
            WRITE BUDR-RECORD FROM BDR-DETAIL-LINE.

       RECORD-CHANGE.
            IF WS-CHG-COUNT < 4000
                ADD 1 TO WS-CHG-COUNT
                MOVE WS-SRCH-ACCT TO WS-CHG-ACCT(WS-CHG-COUNT)
                MOVE WS-SRCH-YEAR TO WS-CHG-YEAR(WS-CHG-COUNT)
                MOVE WS-MONTH-IX TO WS-CHG-MONTH(WS-CHG-COUNT)
                MOVE WS-OLD-AMOUNT TO WS-CHG-OLD(WS-CHG-COUNT)
                MOVE WS-OPR-KEY TO WS-CHG-OPER(WS-CHG-COUNT)
                MOVE BDA-REASON TO WS-CHG-REASON(WS-CHG-COUNT)
            ELSE
                DISPLAY "SOMABUD: CHANGES EXCEED TABLE AT "
                    WS-SRCH-ACCT " - RUN ABORTED, MASTER UNTOUCHED"
                PERFORM ABORT-MAINTENANCE
            END-IF.

       WRITE-BUDGET-MASTER.
            OPEN OUTPUT SOMA-BUDNEW
            PERFORM VARYING WS-BGT-IX FROM 1 BY 1
                    UNTIL WS-BGT-IX > WS-BGT-COUNT
                WRITE BUDNEW-RECORD FROM WS-BGT-DATA(WS-BGT-IX)
            END-PERFORM
            CLOSE SOMA-BUDNEW
            MOVE ZEROS TO WS-VERIFY-COUNT
            OPEN INPUT SOMA-BUDNEW
            PERFORM READ-VERIFY-RECORD
            PERFORM UNTIL WS-VERIFY-EOF
                ADD 1 TO WS-VERIFY-COUNT
                PERFORM READ-VERIFY-RECORD
            END-PERFORM
            CLOSE SOMA-BUDNEW
            IF WS-VERIFY-COUNT NOT = WS-BGT-COUNT
                DISPLAY "SOMABUD: NEW BUDGET GENERATION FAILS "
                    "VERIFY - SOMABUDG.DAT LEFT UNTOUCHED"
                PERFORM ABORT-MAINTENANCE
            END-IF
            MOVE "SOMABUDG.PRV" TO WS-GEN-OLD-NAME
            CALL "CBL_DELETE_FILE" USING WS-GEN-OLD-NAME
                RETURNING WS-RENAME-RC
            MOVE "SOMABUDG.DAT" TO WS-GEN-OLD-NAME
            MOVE "SOMABUDG.PRV" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            MOVE "SOMABUDG.NEW" TO WS-GEN-OLD-NAME
            MOVE "SOMABUDG.DAT" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            IF WS-RENAME-RC NOT = ZERO
                DISPLAY "SOMABUD: BUDGET GENERATION SWAP FAILED - "
                    "NOTHING RECORDED, FALL BACK TO SOMABUDG.PRV"
                PERFORM ABORT-MAINTENANCE
            END-IF.

       READ-VERIFY-RECORD.
            READ SOMA-BUDNEW
                AT END
                    SET WS-VERIFY-EOF TO TRUE
            END-READ.

       WRITE-AMENDMENT-HISTORY.
            OPEN EXTEND SOMA-BUDH
            IF WS-BUDH-STATUS = "35"
                OPEN OUTPUT SOMA-BUDH
            END-IF
            PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                    UNTIL WS-CHG-IX > WS-CHG-COUNT
                MOVE WS-RUN-DATE TO BDH-DATE
                MOVE WS-RUN-TIME TO BDH-TIME
                MOVE WS-CHG-OPER(WS-CHG-IX) TO BDH-OPERATOR-ID
                MOVE WS-CHG-ACTION(WS-CHG-IX) TO BDH-ACTION
                MOVE WS-CHG-ACCT(WS-CHG-IX) TO BDH-ACCOUNT-CODE
                MOVE WS-CHG-YEAR(WS-CHG-IX) TO BDH-FISCAL-YEAR
                MOVE WS-CHG-MONTH(WS-CHG-IX) TO BDH-FISCAL-MONTH
                MOVE WS-CHG-OLD(WS-CHG-IX) TO BDH-OLD-AMOUNT
                MOVE WS-CHG-NEW(WS-CHG-IX) TO BDH-NEW-AMOUNT
                MOVE WS-CHG-REASON(WS-CHG-IX) TO BDH-REASON
                WRITE BDH-RECORD FROM BDH-LINE
                MOVE WS-CHG-OPER(WS-CHG-IX) TO MLG-OPERATOR-ID
                IF WS-CHG-ACTION(WS-CHG-IX) = "LOAD"
                    MOVE "BUDGET LOADED" TO MLG-ACTION
                ELSE
                    MOVE "BUDGET AMENDED" TO MLG-ACTION
                END-IF
                MOVE WS-CHG-ACCT(WS-CHG-IX) TO MLG-KEY
                PERFORM WRITE-MAINT-LOG
            END-PERFORM
            CLOSE SOMA-BUDH.

       WRITE-MAINT-LOG.
            MOVE WS-RUN-DATE TO MLG-DATE
            MOVE WS-RUN-TIME TO MLG-TIME
            MOVE "SOMABUD" TO MLG-PROGRAM
            OPEN EXTEND SOMA-MLOG
            IF WS-MLOG-STATUS = "35"
                OPEN OUTPUT SOMA-MLOG
            END-IF
            WRITE MLG-RECORD FROM MLG-LINE
            CLOSE SOMA-MLOG.

       WRITE-MAINTENANCE-TOTALS.
            MOVE "LINES READ:" TO BDR-TOT-LABEL
            MOVE WS-READ-COUNT TO BDR-TOT-COUNT
            WRITE BUDR-RECORD FROM BDR-TOTAL-LINE
            MOVE "APPLIED:" TO BDR-TOT-LABEL
            MOVE WS-APPLIED-COUNT TO BDR-TOT-COUNT
            WRITE BUDR-RECORD FROM BDR-TOTAL-LINE
            MOVE "REFUSED:" TO BDR-TOT-LABEL
            MOVE WS-REFUSED-COUNT TO BDR-TOT-COUNT
            WRITE BUDR-RECORD FROM BDR-TOTAL-LINE
            EVALUATE TRUE
                WHEN WS-REFUSED-COUNT > ZERO
                    MOVE "LINES REFUSED - CORRECT AND RESUBMIT THEM"
                        TO BDR-STATUS-TEXT
                WHEN WS-APPLIED-COUNT > ZERO
                    MOVE "BUDGET MASTER UPDATED" TO BDR-STATUS-TEXT
                WHEN OTHER
                    MOVE "NOTHING TO APPLY" TO BDR-STATUS-TEXT
            END-EVALUATE
            WRITE BUDR-RECORD FROM BDR-STATUS-LINE.

       WRITE-RUN-LOG-START.
            SET RNL-START-REC TO TRUE
            MOVE ZEROS TO RNL-RETURN-CODE
            MOVE ZEROS TO RNL-COUNT-1
            MOVE ZEROS TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
            SET RNL-END-REC TO TRUE
            MOVE RETURN-CODE TO RNL-RETURN-CODE
            MOVE WS-APPLIED-COUNT TO RNL-COUNT-1
            MOVE WS-REFUSED-COUNT TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
            MOVE "SOMABUD" TO RNL-PROGRAM
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

       END PROGRAM somabud.
