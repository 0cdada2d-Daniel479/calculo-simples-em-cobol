      ******************************************************************
      * Author: Daniel
      * Purpose: Future-dated transaction warehouse maintenance.
      *          Applies the requests on SOMAWHQ.DAT (SOMAWHQ layout)
      *          to the SOMAWHSE.DAT warehouse so items can be put
      *          right before they fall due:
      *            "A" add    - a new item, edited as SOMA would edit
      *                         it (account and contra on the master
      *                         and open, op code, amounts, divide by
      *                         zero, currency on the rate table), its
      *                         id not already waiting;
      *            "C" amend  - a waiting item by trans id; the fields
      *                         given replace the item's and the
      *                         result is edited again as a whole;
      *            "X" cancel - a waiting item by trans id; it turns
      *                         "X" and is never released.
      *          The effective date on an add or amend must be later
      *          than the business date of the run. Released and
      *          cancelled items take no further change. The operator
      *          on each request must hold the SOMAOPER.DAT release
      *          privilege (when the profile file exists). Each item
      *          added or amended shows the business date it will
      *          release on, rolled off the SOMACAL calendar as the
      *          nightly SOMAWHS release rolls it. Every change is
      *          logged to SOMAMLOG.DAT, only once the new warehouse
      *          generation (SOMAWHSE.NEW) has been verified and
      *          swapped in with the prior file kept as SOMAWHSE.PRV.
      *          SOMAWHML.DAT lists every request applied or refused
      *          and why, then every item still waiting; run with no
      *          SOMAWHQ.DAT it is the warehouse listing alone. RC=0
      *          all applied, RC=4 one or more refused, RC=12 table
      *          overflow or swap failure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somawhm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-WHSE ASSIGN TO "SOMAWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT SOMA-WHSNEW ASSIGN TO "SOMAWHSE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-WHQ ASSIGN TO "SOMAWHQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHQ-STATUS.
           SELECT SOMA-WHML ASSIGN TO "SOMAWHML.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-BALMST ASSIGN TO "SOMABALM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.
           SELECT SOMA-RATE ASSIGN TO "SOMARATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
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
       FD  SOMA-WHSE.
       01  WHS-RECORD              PIC X(133).
       FD  SOMA-WHSNEW.
       01  WHSNEW-RECORD           PIC X(133).
       FD  SOMA-WHQ.
       01  WHQ-RECORD              PIC X(90).
       FD  SOMA-WHML.
       01  WHML-RECORD             PIC X(100).
       FD  SOMA-BALMST.
       01  BAL-RECORD              PIC X(40).
       FD  SOMA-RATE.
       01  RTE-RECORD              PIC X(14).
       FD  SOMA-OPER.
       01  OPR-RECORD              PIC X(48).
       FD  SOMA-MLOG.
       01  MLG-RECORD              PIC X(81).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-WHSE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-WHQ-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-BALMST-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-RATE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-OPER-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MLOG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-RUN-TIME           PIC X(08) VALUE SPACES.
       77 WS-BASE-CURRENCY      PIC X(03) VALUE "BRL".
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-WHS-EOF-SW         PIC X(01) VALUE "N".
           88 WS-WHS-EOF                  VALUE "Y".
       77 WS-IN-EOF-SW          PIC X(01) VALUE "N".
           88 WS-IN-EOF                   VALUE "Y".
       77 WS-BAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-BAL-EOF                  VALUE "Y".
       77 WS-RTE-EOF-SW         PIC X(01) VALUE "N".
           88 WS-RTE-EOF                  VALUE "Y".
       77 WS-OPR-EOF-SW         PIC X(01) VALUE "N".
           88 WS-OPR-EOF                  VALUE "Y".
       77 WS-VERIFY-EOF-SW      PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF               VALUE "Y".
       77 WS-PROFILES-SW        PIC X(01) VALUE "N".
           88 WS-PROFILES-ACTIVE          VALUE "Y".
       77 WS-OPR-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-OPR-FOUND                VALUE "Y".
       77 WS-BAL-LOADED-SW      PIC X(01) VALUE "N".
           88 WS-BAL-LOADED               VALUE "Y".
       77 WS-BAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-BAL-FOUND                VALUE "Y".
       77 WS-RTE-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-RTE-FOUND                VALUE "Y".
       77 WS-WHS-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-WHS-FOUND                VALUE "Y".
       77 WS-DATE-OK-SW         PIC X(01) VALUE "N".
           88 WS-DATE-OK                  VALUE "Y".
       77 WS-READ-COUNT         PIC 9(06) VALUE ZEROS.
       77 WS-APPLIED-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-REFUSED-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-WAITING-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-VERIFY-COUNT       PIC 9(05) VALUE ZEROS.
       77 WS-RENAME-RC          PIC S9(09) BINARY VALUE ZEROS.
       77 WS-GEN-OLD-NAME       PIC X(80) VALUE SPACES.
       77 WS-GEN-NEW-NAME       PIC X(80) VALUE SPACES.
       77 WS-RESULT-NOTE        PIC X(30) VALUE SPACES.
       77 WS-KEY                PIC X(10) VALUE SPACES.
       77 WS-ROLL-DATE          PIC X(10) VALUE SPACES.
       77 WS-ROLL-KEY           PIC X(10) VALUE SPACES.
       77 WS-CAL-LAST           PIC X(10) VALUE SPACES.
       01 WS-DATE-CHECK.
           05 WS-DCK-YYYY          PIC X(04).
           05 WS-DCK-SEP1          PIC X(01).
           05 WS-DCK-MM            PIC X(02).
           05 WS-DCK-SEP2          PIC X(01).
           05 WS-DCK-DD            PIC X(02).
       01 WS-YMD.
           05 WS-YMD-YYYY          PIC 9(04).
           05 WS-YMD-MM            PIC 9(02).
           05 WS-YMD-DD            PIC 9(02).
       01 WS-YMD-NUM REDEFINES WS-YMD PIC 9(08).
      * Business dates off the calendar, ascending.
       77 WS-BUS-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-BUS-LO             PIC 9(04) VALUE ZEROS.
       77 WS-BUS-HI             PIC 9(04) VALUE ZEROS.
       77 WS-BUS-MID            PIC 9(04) VALUE ZEROS.
       01 WS-BUS-TABLE.
           05 WS-BUS-DATE OCCURS 3000 PIC X(10).
      * The warehouse, in file order; new items go on the end.
       77 WS-WHS-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-WHS-IX             PIC 9(05) VALUE ZEROS.
       01 WS-WHS-TABLE.
           05 WS-WHS-ENTRY OCCURS 5000 PIC X(133).
      * Changes applied, held back from the maintenance log until
      * the new warehouse generation is safely in place.
       77 WS-CHG-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-CHG-IX             PIC 9(04) VALUE ZEROS.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 4000.
              10 WS-CHG-ACTION     PIC X(01).
              10 WS-CHG-TRANS-ID   PIC 9(06).
              10 WS-CHG-OPER       PIC X(20).
       77 WS-OPR-COUNT          PIC 9(03) VALUE ZEROS.
       77 WS-OPR-IX             PIC 9(03) VALUE ZEROS.
       77 WS-OPR-KEY            PIC X(20) VALUE SPACES.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 100.
              10 WS-OPR-OPER       PIC X(20).
              10 WS-OPR-RELS       PIC X(01).
       77 WS-BAL-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-BAL-IX             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-BAL-LO             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-HI             PIC 9(04) VALUE ZEROS.
       01 WS-BAL-HOLD           PIC X(11) VALUE SPACES.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 2000.
              10 WS-BAL-ACCT       PIC X(10).
              10 WS-BAL-STAT       PIC X(01).
       77 WS-RTE-COUNT          PIC 9(02) VALUE ZEROS.
       77 WS-RTE-IX             PIC 9(02) VALUE ZEROS.
       01 WS-RTE-TABLE.
           05 WS-RTE-CCY OCCURS 50   PIC X(03).
       01 WS-CURRENT-DATE.
           05 WS-CUR-YYYY          PIC 9(04).
           05 WS-CUR-MM            PIC 9(02).
           05 WS-CUR-DD            PIC 9(02).
       01 WS-CURRENT-TIME.
           05 WS-CUR-HH            PIC 9(02).
           05 WS-CUR-MN            PIC 9(02).
           05 WS-CUR-SS            PIC 9(02).
           05 WS-CUR-HS            PIC 9(02).
           COPY SOMAWHI.
           COPY SOMAWHQ.
           COPY SOMAWHR.
           COPY SOMABAL.
           COPY SOMARTE.
           COPY SOMAOPR.
           COPY SOMAMLG.
           COPY SOMACAL.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM WRITE-RUN-LOG-START
            OPEN OUTPUT SOMA-WHML
            MOVE "SOMA WAREHOUSE MAINTENANCE" TO WHR-HDG-TITLE
            MOVE WS-RUN-DATE TO WHR-HDG-DATE
            MOVE SPACES TO WHR-HDG-DAYS-TEXT
            MOVE ZEROS TO WHR-HDG-DAYS
            WRITE WHML-RECORD FROM WHR-HEADING-LINE
            PERFORM LOAD-OPERATOR-PROFILES
            PERFORM LOAD-BALANCE-MASTER
            PERFORM LOAD-RATE-TABLE
            PERFORM LOAD-WAREHOUSE-FILE
            PERFORM PROCESS-WAREHOUSE-REQUESTS
            IF WS-APPLIED-COUNT > ZERO
                PERFORM WRITE-WAREHOUSE-FILE
                PERFORM WRITE-CHANGE-LOG
            END-IF
            PERFORM LIST-WAITING-ITEMS
            PERFORM WRITE-MAINTENANCE-TOTALS
            CLOSE SOMA-WHML
            DISPLAY "SOMAWHM: " WS-APPLIED-COUNT " APPLIED, "
                WS-REFUSED-COUNT " REFUSED, " WS-WAITING-COUNT
                " ITEM(S) WAITING"
            IF WS-REFUSED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

      * The calendar gives the run date and the business dates an
      * effective date rolls to. Without one the run date is today's
      * and release dates are left for SOMAWHS to fill in.
       READ-BUSINESS-CALENDAR.
            OPEN INPUT SOMA-CAL
            IF WS-CAL-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM READ-CALENDAR-RECORD
                PERFORM UNTIL WS-CAL-EOF
                    IF CAL-CURRENT = "C"
                        MOVE CAL-BUS-DATE TO WS-RUN-DATE
                    END-IF
                    MOVE CAL-BUS-DATE TO WS-CAL-LAST
                    IF CAL-DAY-TYPE = "B" AND WS-BUS-COUNT < 3000
                        ADD 1 TO WS-BUS-COUNT
                        MOVE CAL-BUS-DATE TO WS-BUS-DATE(WS-BUS-COUNT)
                    END-IF
                    PERFORM READ-CALENDAR-RECORD
                END-PERFORM
                CLOSE SOMA-CAL
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

       ABORT-MAINTENANCE.
            CLOSE SOMA-WHML
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       LOAD-OPERATOR-PROFILES.
            OPEN INPUT SOMA-OPER
            IF WS-OPER-STATUS = "35"
                DISPLAY "SOMAWHM: NO SOMAOPER.DAT - "
                    "ACCESS NOT RESTRICTED"
            ELSE
                SET WS-PROFILES-ACTIVE TO TRUE
                PERFORM READ-OPERATOR-RECORD
                PERFORM UNTIL WS-OPR-EOF
                    IF WS-OPR-COUNT < 100
                        ADD 1 TO WS-OPR-COUNT
                        MOVE OPR-ID TO WS-OPR-OPER(WS-OPR-COUNT)
                        MOVE OPR-RELEASE TO WS-OPR-RELS(WS-OPR-COUNT)
                    ELSE
                        DISPLAY "SOMAWHM: OPERATOR PROFILES EXCEED"
                            " TABLE AT " OPR-ID " - RUN ABORTED"
                        CLOSE SOMA-OPER
                        PERFORM ABORT-MAINTENANCE
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

       VERIFY-RELEASE-OPERATOR.
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
                    IF WS-OPR-RELS(WS-OPR-IX) NOT = "Y"
                        MOVE "OPERATOR LACKS RELEASE PRIV"
                            TO WS-RESULT-NOTE
                    END-IF
                    END-IF
                END-IF
            END-IF.

       LOAD-BALANCE-MASTER.
            OPEN INPUT SOMA-BALMST
            IF WS-BALMST-STATUS = "35"
                MOVE "NO BALANCE MASTER - ACCOUNT CODES NOT CHECKED"
                    TO WHR-SEC-TEXT
                WRITE WHML-RECORD FROM WHR-SECTION-LINE
            ELSE
                SET WS-BAL-LOADED TO TRUE
                PERFORM READ-BALANCE-RECORD
                PERFORM UNTIL WS-BAL-EOF
                    IF WS-BAL-COUNT = 2000
                        DISPLAY "SOMAWHM: MORE THAN 2000 ACCOUNTS ON "
                            "SOMABALM.DAT - RUN ABORTED"
                        CLOSE SOMA-BALMST
                        PERFORM ABORT-MAINTENANCE
                    END-IF
                    ADD 1 TO WS-BAL-COUNT
                    MOVE BAL-ACCOUNT-CODE TO WS-BAL-ACCT(WS-BAL-COUNT)
                    MOVE BAL-STATUS TO WS-BAL-STAT(WS-BAL-COUNT)
                    PERFORM READ-BALANCE-RECORD
                END-PERFORM
                CLOSE SOMA-BALMST
                PERFORM SORT-BALANCE-TABLE
            END-IF.

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
                        MOVE WS-BAL-ENTRY(WS-BAL-IX2) TO WS-BAL-HOLD
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
                        IF WS-BAL-IX = 1
                            MOVE ZERO TO WS-BAL-HI
                        ELSE
                            COMPUTE WS-BAL-HI = WS-BAL-IX - 1
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       LOAD-RATE-TABLE.
            OPEN INPUT SOMA-RATE
            IF WS-RATE-STATUS NOT = "35"
                PERFORM READ-RATE-RECORD
                PERFORM UNTIL WS-RTE-EOF
                    IF RTE-RATE NUMERIC AND RTE-RATE > ZERO
                       AND WS-RTE-COUNT < 50
                        ADD 1 TO WS-RTE-COUNT
                        MOVE RTE-CURRENCY-CODE
                            TO WS-RTE-CCY(WS-RTE-COUNT)
                    END-IF
                    PERFORM READ-RATE-RECORD
                END-PERFORM
                CLOSE SOMA-RATE
            END-IF.

       READ-RATE-RECORD.
            READ SOMA-RATE INTO RTE-LINE
                AT END
                    SET WS-RTE-EOF TO TRUE
            END-READ.

       FIND-RATE-ENTRY.
            MOVE "N" TO WS-RTE-FOUND-SW
            PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                    UNTIL WS-RTE-IX > WS-RTE-COUNT
                    OR WS-RTE-FOUND
                IF WS-RTE-CCY(WS-RTE-IX) = WHI-CURRENCY-CODE
                    SET WS-RTE-FOUND TO TRUE
                END-IF
            END-PERFORM.

       LOAD-WAREHOUSE-FILE.
            OPEN INPUT SOMA-WHSE
            IF WS-WHSE-STATUS = "35"
                MOVE "NO SOMAWHSE.DAT - WAREHOUSE STARTS EMPTY"
                    TO WHR-SEC-TEXT
                WRITE WHML-RECORD FROM WHR-SECTION-LINE
            ELSE
                PERFORM READ-WAREHOUSE-RECORD
                PERFORM UNTIL WS-WHS-EOF
                    IF WS-WHS-COUNT = 5000
                        DISPLAY "SOMAWHM: WAREHOUSE EXCEEDS TABLE AT "
                            WHI-TRANS-ID " - RUN ABORTED"
                        CLOSE SOMA-WHSE
                        PERFORM ABORT-MAINTENANCE
                    END-IF
                    ADD 1 TO WS-WHS-COUNT
                    MOVE WHI-LINE TO WS-WHS-ENTRY(WS-WHS-COUNT)
                    PERFORM READ-WAREHOUSE-RECORD
                END-PERFORM
                CLOSE SOMA-WHSE
            END-IF.

       READ-WAREHOUSE-RECORD.
            READ SOMA-WHSE INTO WHI-LINE
                AT END
                    SET WS-WHS-EOF TO TRUE
            END-READ.

      * Only a waiting item can be found - an id may appear again on
      * the warehouse once an earlier item under it has gone out.
       FIND-WAITING-ITEM.
            MOVE "N" TO WS-WHS-FOUND-SW
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                    OR WS-WHS-FOUND
                MOVE WS-WHS-ENTRY(WS-WHS-IX) TO WHI-LINE
                IF WHI-WAITING AND WHI-TRANS-ID = WHQ-TRANS-ID
                    SET WS-WHS-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-WHS-FOUND
                SUBTRACT 1 FROM WS-WHS-IX
            END-IF.

       PROCESS-WAREHOUSE-REQUESTS.
            OPEN INPUT SOMA-WHQ
            IF WS-WHQ-STATUS = "35"
                MOVE "NO SOMAWHQ.DAT - WAREHOUSE LISTING ONLY"
                    TO WHR-SEC-TEXT
                WRITE WHML-RECORD FROM WHR-SECTION-LINE
            ELSE
                MOVE "MAINTENANCE REQUESTS" TO WHR-SEC-TEXT
                WRITE WHML-RECORD FROM WHR-SECTION-LINE
                WRITE WHML-RECORD FROM WHR-REQ-COLUMN-LINE
                PERFORM READ-REQUEST-RECORD
                PERFORM UNTIL WS-IN-EOF
                    ADD 1 TO WS-READ-COUNT
                    PERFORM APPLY-ONE-REQUEST
                    PERFORM READ-REQUEST-RECORD
                END-PERFORM
                CLOSE SOMA-WHQ
            END-IF.

       READ-REQUEST-RECORD.
            READ SOMA-WHQ INTO WHQ-LINE
                AT END
                    SET WS-IN-EOF TO TRUE
            END-READ.

       APPLY-ONE-REQUEST.
            MOVE WHQ-OPERATOR-ID TO WS-OPR-KEY
            PERFORM VERIFY-RELEASE-OPERATOR
            MOVE "N" TO WS-WHS-FOUND-SW
            IF WHQ-TRANS-ID NUMERIC
                PERFORM FIND-WAITING-ITEM
            END-IF
            IF WS-RESULT-NOTE = SPACES
                EVALUATE TRUE
                    WHEN WHQ-TRANS-ID NOT NUMERIC
                      OR WHQ-TRANS-ID = ZERO
                        MOVE "TRANS-ID INVALID" TO WS-RESULT-NOTE
                    WHEN WHQ-ACTION = "A"
                        IF WS-WHS-FOUND
                            MOVE "TRANS-ID ALREADY WAITING"
                                TO WS-RESULT-NOTE
                        ELSE
                            PERFORM BUILD-NEW-ITEM
                        END-IF
                    WHEN WHQ-ACTION = "C"
                        IF NOT WS-WHS-FOUND
                            MOVE "NO WAITING ITEM WITH THIS ID"
                                TO WS-RESULT-NOTE
                        ELSE
                            PERFORM BUILD-AMENDED-ITEM
                        END-IF
                    WHEN WHQ-ACTION = "X"
                        IF NOT WS-WHS-FOUND
                            MOVE "NO WAITING ITEM WITH THIS ID"
                                TO WS-RESULT-NOTE
                        END-IF
                    WHEN OTHER
                        MOVE "ACTION NOT A, C OR X" TO WS-RESULT-NOTE
                END-EVALUATE
            END-IF
            MOVE WHQ-ACTION TO WHR-REQ-ACTION
            MOVE WHQ-TRANS-ID TO WHR-REQ-TRANS-ID
            MOVE WHQ-OPERATOR-ID TO WHR-REQ-OPERATOR
            IF WS-RESULT-NOTE = SPACES
                PERFORM STORE-CHANGED-ITEM
                MOVE WHI-EFFECTIVE-DATE TO WHR-REQ-EFFECTIVE
                ADD 1 TO WS-APPLIED-COUNT
                MOVE "APPLIED" TO WHR-REQ-RESULT
                MOVE SPACES TO WHR-REQ-NOTE
                EVALUATE TRUE
                    WHEN WHI-CANCELLED
                        MOVE "CANCELLED - WILL NOT RELEASE"
                            TO WHR-REQ-NOTE
                    WHEN WHI-RELEASE-DATE = SPACES
                        MOVE "RELEASE DATE NOT YET ON CALENDAR"
                            TO WHR-REQ-NOTE
                    WHEN OTHER
                        STRING "RELEASES ON " WHI-RELEASE-DATE
                            DELIMITED BY SIZE INTO WHR-REQ-NOTE
                END-EVALUATE
            ELSE
                MOVE WHQ-EFFECTIVE-DATE TO WHR-REQ-EFFECTIVE
                ADD 1 TO WS-REFUSED-COUNT
                MOVE "REFUSED" TO WHR-REQ-RESULT
                MOVE WS-RESULT-NOTE TO WHR-REQ-NOTE
                DISPLAY "SOMAWHM: " WHQ-ACTION " " WHQ-TRANS-ID
                    " - " WS-RESULT-NOTE
            END-IF
            WRITE WHML-RECORD FROM WHR-REQUEST-LINE.

       BUILD-NEW-ITEM.
            MOVE SPACES TO WHI-LINE
            SET WHI-WAITING TO TRUE
            MOVE WHQ-EFFECTIVE-DATE TO WHI-EFFECTIVE-DATE
            MOVE WS-RUN-DATE TO WHI-DATE-ADDED
            MOVE "SOMAWHM" TO WHI-SOURCE
            MOVE ZEROS TO WHI-RELEASED-ID
            MOVE WHQ-TRANS-ID TO WHI-TRANS-ID
            MOVE WHQ-ACCOUNT-CODE TO WHI-ACCOUNT-CODE
            MOVE WHQ-OP-CODE TO WHI-OP-CODE
            MOVE WHQ-CURRENCY-CODE TO WHI-CURRENCY-CODE
            MOVE WHQ-CONTRA-ACCOUNT TO WHI-CONTRA-ACCOUNT
            IF WHQ-N1-ALPHA = SPACES OR WHQ-N2-ALPHA = SPACES
                MOVE "N1 AND N2 REQUIRED" TO WS-RESULT-NOTE
            ELSE
                IF WHQ-N1 NOT NUMERIC OR WHQ-N2 NOT NUMERIC
                    MOVE "AMOUNT NOT A SIGNED NUMBER"
                        TO WS-RESULT-NOTE
                ELSE
                    MOVE WHQ-N1 TO WHI-N1
                    MOVE WHQ-N2 TO WHI-N2
                    PERFORM EDIT-WAREHOUSE-ITEM
                END-IF
            END-IF.

      * The fields given replace the item's; an amount is given when
      * its field is not blank. A contra cannot be taken off an item
      * here - cancel it and add it again.
       BUILD-AMENDED-ITEM.
            IF WHQ-EFFECTIVE-DATE NOT = SPACES
                MOVE WHQ-EFFECTIVE-DATE TO WHI-EFFECTIVE-DATE
            END-IF
            IF WHQ-ACCOUNT-CODE NOT = SPACES
                MOVE WHQ-ACCOUNT-CODE TO WHI-ACCOUNT-CODE
            END-IF
            IF WHQ-OP-CODE NOT = SPACE
                MOVE WHQ-OP-CODE TO WHI-OP-CODE
            END-IF
            IF WHQ-CURRENCY-CODE NOT = SPACES
                MOVE WHQ-CURRENCY-CODE TO WHI-CURRENCY-CODE
            END-IF
            IF WHQ-CONTRA-ACCOUNT NOT = SPACES
                MOVE WHQ-CONTRA-ACCOUNT TO WHI-CONTRA-ACCOUNT
            END-IF
            IF (WHQ-N1-ALPHA NOT = SPACES AND WHQ-N1 NOT NUMERIC)
               OR (WHQ-N2-ALPHA NOT = SPACES AND WHQ-N2 NOT NUMERIC)
                MOVE "AMOUNT NOT A SIGNED NUMBER" TO WS-RESULT-NOTE
            ELSE
                IF WHQ-N1-ALPHA NOT = SPACES
                    MOVE WHQ-N1 TO WHI-N1
                END-IF
                IF WHQ-N2-ALPHA NOT = SPACES
                    MOVE WHQ-N2 TO WHI-N2
                END-IF
                PERFORM EDIT-WAREHOUSE-ITEM
            END-IF.

      ******************************************************************
      * The item in WHI-LINE is edited as SOMA will edit it on the
      * night it posts; the first failure is the note. A blank op
      * code is an add, as on the branch feeds.
      ******************************************************************
       EDIT-WAREHOUSE-ITEM.
            MOVE WHI-EFFECTIVE-DATE TO WS-DATE-CHECK
            PERFORM CHECK-DATE-FORMAT
            IF NOT WS-DATE-OK
                MOVE "EFFECTIVE DATE NOT YYYY-MM-DD" TO WS-RESULT-NOTE
            ELSE
                IF WHI-EFFECTIVE-DATE NOT > WS-RUN-DATE
                    MOVE "EFFECTIVE DATE NOT AFTER TODAY"
                        TO WS-RESULT-NOTE
                END-IF
            END-IF
            IF WS-RESULT-NOTE = SPACES
                IF WHI-ACCOUNT-CODE = SPACES
                    MOVE "ACCOUNT REQUIRED" TO WS-RESULT-NOTE
                ELSE
                    IF WS-BAL-LOADED
                        MOVE WHI-ACCOUNT-CODE TO WS-KEY
                        PERFORM FIND-BALANCE-ENTRY
                        IF NOT WS-BAL-FOUND
                            MOVE "ACCOUNT NOT ON MASTER"
                                TO WS-RESULT-NOTE
                        ELSE
                        IF WS-BAL-STAT(WS-BAL-IX) = "C"
                            MOVE "ACCOUNT CLOSED" TO WS-RESULT-NOTE
                        END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-RESULT-NOTE = SPACES
                IF WHI-OP-CODE = SPACE
                    MOVE "A" TO WHI-OP-CODE
                END-IF
                IF WHI-OP-CODE NOT = "A" AND NOT = "S"
                   AND NOT = "M" AND NOT = "D"
                    MOVE "OP NOT A, S, M OR D" TO WS-RESULT-NOTE
                ELSE
                    IF WHI-OP-CODE = "D" AND WHI-N2 = ZERO
                        MOVE "DIVIDE BY ZERO - N2 IS ZERO"
                            TO WS-RESULT-NOTE
                    END-IF
                END-IF
            END-IF
            IF WS-RESULT-NOTE = SPACES
               AND WHI-CURRENCY-CODE NOT = SPACES
               AND WHI-CURRENCY-CODE NOT = WS-BASE-CURRENCY
                PERFORM FIND-RATE-ENTRY
                IF NOT WS-RTE-FOUND
                    MOVE "CURRENCY NOT ON RATE TABLE" TO WS-RESULT-NOTE
                END-IF
            END-IF
            IF WS-RESULT-NOTE = SPACES
               AND WHI-CONTRA-ACCOUNT NOT = SPACES
                PERFORM CHECK-CONTRA-ACCOUNT
            END-IF.

       CHECK-CONTRA-ACCOUNT.
            IF WHI-CONTRA-ACCOUNT = WHI-ACCOUNT-CODE
                MOVE "CONTRA EQUALS ACCOUNT" TO WS-RESULT-NOTE
            ELSE
                IF WS-BAL-LOADED
                    MOVE WHI-CONTRA-ACCOUNT TO WS-KEY
                    PERFORM FIND-BALANCE-ENTRY
                    IF NOT WS-BAL-FOUND
                        MOVE "CONTRA NOT ON MASTER" TO WS-RESULT-NOTE
                    ELSE
                    IF WS-BAL-STAT(WS-BAL-IX) = "C"
                        MOVE "CONTRA ACCOUNT CLOSED" TO WS-RESULT-NOTE
                    END-IF
                    END-IF
                END-IF
            END-IF.

       CHECK-DATE-FORMAT.
            MOVE "N" TO WS-DATE-OK-SW
            IF WS-DCK-YYYY NUMERIC AND WS-DCK-SEP1 = "-"
               AND WS-DCK-MM NUMERIC AND WS-DCK-SEP2 = "-"
               AND WS-DCK-DD NUMERIC
               AND WS-DCK-MM >= "01" AND WS-DCK-MM <= "12"
               AND WS-DCK-DD >= "01" AND WS-DCK-DD <= "31"
      *         The day must also fall within its month (no 30th of
      *         February, no 31st of April).
                MOVE WS-DCK-YYYY TO WS-YMD-YYYY
                MOVE WS-DCK-MM TO WS-YMD-MM
                MOVE WS-DCK-DD TO WS-YMD-DD
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-YMD-NUM) = ZERO
                    SET WS-DATE-OK TO TRUE
                END-IF
            END-IF.

      * The first business date on or after WS-ROLL-KEY, or spaces
      * when the calendar does not reach that far yet.
       ROLL-TO-BUSINESS-DATE.
            MOVE SPACES TO WS-ROLL-DATE
            IF WS-ROLL-KEY NOT > WS-CAL-LAST AND WS-BUS-COUNT > ZERO
                MOVE 1 TO WS-BUS-LO
                MOVE WS-BUS-COUNT TO WS-BUS-HI
                PERFORM UNTIL WS-BUS-LO >= WS-BUS-HI
                    COMPUTE WS-BUS-MID = (WS-BUS-LO + WS-BUS-HI) / 2
                    IF WS-BUS-DATE(WS-BUS-MID) < WS-ROLL-KEY
                        COMPUTE WS-BUS-LO = WS-BUS-MID + 1
                    ELSE
                        MOVE WS-BUS-MID TO WS-BUS-HI
                    END-IF
                END-PERFORM
                IF WS-BUS-DATE(WS-BUS-LO) NOT < WS-ROLL-KEY
                    MOVE WS-BUS-DATE(WS-BUS-LO) TO WS-ROLL-DATE
                END-IF
            END-IF.

       STORE-CHANGED-ITEM.
            IF WS-CHG-COUNT = 4000
                DISPLAY "SOMAWHM: REQUESTS EXCEED TABLE AT "
                    WHQ-TRANS-ID " - RUN ABORTED, WAREHOUSE UNTOUCHED"
                PERFORM ABORT-MAINTENANCE
            END-IF
            IF WHQ-ACTION = "X"
                SET WHI-CANCELLED TO TRUE
            ELSE
                MOVE WHI-EFFECTIVE-DATE TO WS-ROLL-KEY
                PERFORM ROLL-TO-BUSINESS-DATE
                MOVE WS-ROLL-DATE TO WHI-RELEASE-DATE
            END-IF
            IF WHQ-ACTION NOT = "A"
                MOVE WS-RUN-DATE TO WHI-DATE-ACTIONED
            END-IF
            MOVE WHQ-OPERATOR-ID TO WHI-OPERATOR-ID
            IF WHQ-ACTION = "A"
                IF WS-WHS-COUNT = 5000
                    DISPLAY "SOMAWHM: WAREHOUSE EXCEEDS TABLE AT "
                        WHQ-TRANS-ID " - RUN ABORTED, WAREHOUSE "
                        "UNTOUCHED"
                    PERFORM ABORT-MAINTENANCE
                END-IF
                ADD 1 TO WS-WHS-COUNT
                MOVE WS-WHS-COUNT TO WS-WHS-IX
            END-IF
            MOVE WHI-LINE TO WS-WHS-ENTRY(WS-WHS-IX)
            ADD 1 TO WS-CHG-COUNT
            MOVE WHQ-ACTION TO WS-CHG-ACTION(WS-CHG-COUNT)
            MOVE WHQ-TRANS-ID TO WS-CHG-TRANS-ID(WS-CHG-COUNT)
            MOVE WHQ-OPERATOR-ID TO WS-CHG-OPER(WS-CHG-COUNT).

       WRITE-WAREHOUSE-FILE.
            OPEN OUTPUT SOMA-WHSNEW
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                WRITE WHSNEW-RECORD FROM WS-WHS-ENTRY(WS-WHS-IX)
            END-PERFORM
            CLOSE SOMA-WHSNEW
            MOVE ZEROS TO WS-VERIFY-COUNT
            OPEN INPUT SOMA-WHSNEW
            PERFORM READ-VERIFY-RECORD
            PERFORM UNTIL WS-VERIFY-EOF
                ADD 1 TO WS-VERIFY-COUNT
                PERFORM READ-VERIFY-RECORD
            END-PERFORM
            CLOSE SOMA-WHSNEW
            IF WS-VERIFY-COUNT NOT = WS-WHS-COUNT
                DISPLAY "SOMAWHM: NEW WAREHOUSE GENERATION FAILS "
                    "VERIFY - SOMAWHSE.DAT LEFT UNTOUCHED"
                PERFORM ABORT-MAINTENANCE
            END-IF
            MOVE "SOMAWHSE.PRV" TO WS-GEN-OLD-NAME
            CALL "CBL_DELETE_FILE" USING WS-GEN-OLD-NAME
                RETURNING WS-RENAME-RC
            MOVE "SOMAWHSE.DAT" TO WS-GEN-OLD-NAME
            MOVE "SOMAWHSE.PRV" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            MOVE "SOMAWHSE.NEW" TO WS-GEN-OLD-NAME
            MOVE "SOMAWHSE.DAT" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            IF WS-RENAME-RC NOT = ZERO
                DISPLAY "SOMAWHM: WAREHOUSE GENERATION SWAP FAILED - "
                    "NOTHING RECORDED, FALL BACK TO SOMAWHSE.PRV"
                PERFORM ABORT-MAINTENANCE
            END-IF.

       READ-VERIFY-RECORD.
            READ SOMA-WHSNEW
                AT END
                    SET WS-VERIFY-EOF TO TRUE
            END-READ.

       WRITE-CHANGE-LOG.
            PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                    UNTIL WS-CHG-IX > WS-CHG-COUNT
                MOVE WS-CHG-OPER(WS-CHG-IX) TO MLG-OPERATOR-ID
                EVALUATE WS-CHG-ACTION(WS-CHG-IX)
                    WHEN "A"
                        MOVE "WHSE ITEM ADDED" TO MLG-ACTION
                    WHEN "C"
                        MOVE "WHSE ITEM AMENDED" TO MLG-ACTION
                    WHEN OTHER
                        MOVE "WHSE ITEM CANCELLED" TO MLG-ACTION
                END-EVALUATE
                MOVE WS-CHG-TRANS-ID(WS-CHG-IX) TO MLG-KEY
                PERFORM WRITE-MAINT-LOG
            END-PERFORM.

       WRITE-MAINT-LOG.
            MOVE WS-RUN-DATE TO MLG-DATE
            MOVE WS-RUN-TIME TO MLG-TIME
            MOVE "SOMAWHM" TO MLG-PROGRAM
            OPEN EXTEND SOMA-MLOG
            IF WS-MLOG-STATUS = "35"
                OPEN OUTPUT SOMA-MLOG
            END-IF
            WRITE MLG-RECORD FROM MLG-LINE
            CLOSE SOMA-MLOG.

       LIST-WAITING-ITEMS.
            MOVE "ITEMS WAITING IN THE WAREHOUSE" TO WHR-SEC-TEXT
            WRITE WHML-RECORD FROM WHR-SECTION-LINE
            WRITE WHML-RECORD FROM WHR-ITEM-COLUMN-LINE
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                MOVE WS-WHS-ENTRY(WS-WHS-IX) TO WHI-LINE
                IF WHI-WAITING
                    ADD 1 TO WS-WAITING-COUNT
                    MOVE WHI-RELEASE-DATE TO WHR-ITM-RELEASE
                    MOVE WHI-EFFECTIVE-DATE TO WHR-ITM-EFFECTIVE
                    MOVE WHI-TRANS-ID TO WHR-ITM-TRANS-ID
                    MOVE SPACES TO WHR-ITM-NEW-ID
                    MOVE WHI-ACCOUNT-CODE TO WHR-ITM-ACCOUNT
                    MOVE WHI-OP-CODE TO WHR-ITM-OP
                    MOVE WHI-CURRENCY-CODE TO WHR-ITM-CCY
                    MOVE WHI-N1 TO WHR-ITM-N1
                    MOVE WHI-N2 TO WHR-ITM-N2
                    MOVE WHI-CONTRA-ACCOUNT TO WHR-ITM-CONTRA
                    MOVE WHI-SOURCE TO WHR-ITM-NOTE
                    WRITE WHML-RECORD FROM WHR-ITEM-LINE
                END-IF
            END-PERFORM
            IF WS-WAITING-COUNT = ZERO
                MOVE "  NOTHING WAITING" TO WHR-SEC-TEXT
                WRITE WHML-RECORD FROM WHR-SECTION-LINE
            END-IF.

       WRITE-MAINTENANCE-TOTALS.
            MOVE "REQUESTS READ:" TO WHR-TOT-LABEL
            MOVE WS-READ-COUNT TO WHR-TOT-COUNT
            WRITE WHML-RECORD FROM WHR-TOTAL-LINE
            MOVE "APPLIED:" TO WHR-TOT-LABEL
            MOVE WS-APPLIED-COUNT TO WHR-TOT-COUNT
            WRITE WHML-RECORD FROM WHR-TOTAL-LINE
            MOVE "REFUSED:" TO WHR-TOT-LABEL
            MOVE WS-REFUSED-COUNT TO WHR-TOT-COUNT
            WRITE WHML-RECORD FROM WHR-TOTAL-LINE
            MOVE "ITEMS WAITING:" TO WHR-TOT-LABEL
            MOVE WS-WAITING-COUNT TO WHR-TOT-COUNT
            WRITE WHML-RECORD FROM WHR-TOTAL-LINE
            IF WS-REFUSED-COUNT > ZERO
                MOVE "REQUESTS REFUSED - SEE NOTES ABOVE"
                    TO WHR-STATUS-TEXT
            ELSE
                MOVE "ALL REQUESTS APPLIED" TO WHR-STATUS-TEXT
            END-IF
            WRITE WHML-RECORD FROM WHR-STATUS-LINE.

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
            MOVE "SOMAWHM" TO RNL-PROGRAM
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

       END PROGRAM somawhm.
