      ******************************************************************
      * Author: Daniel
      * Purpose: Branch feed intake - converts the comma-delimited
      *          transaction file a branch exports from its
      *          spreadsheet into a SOMATRAN-layout feed, so nobody
      *          re-cuts branch work into fixed columns by hand. The
      *          first non-blank row is a header naming the columns,
      *          in any order: TRANS-ID, ACCOUNT, OP, N1 and N2 are
      *          required, CURRENCY and CONTRA are optional (header
      *          names are not case-sensitive and "_" reads as "-").
      *          Amounts are plain decimal-point numbers with an
      *          optional sign and at most two decimals. Every field
      *          of every row is edited - whole-number id, no
      *          duplicate ids, account and contra on the SOMABALM
      *          master and not closed, contra not the account
      *          itself, op code A/S/M/D (blank means A), amounts in
      *          range and no divide by zero, currency the base
      *          currency or on the SOMARATE table - and each error
      *          is listed by spreadsheet row and column on the
      *          response file <branch>RESP.DAT sent back to the
      *          branch. A file with ANY error is refused as a whole
      *          and nothing is written for the merge. A clean file
      *          is written to <branch>FEED.DAT in ascending
      *          transaction-id order with the SOMAFDT control
      *          trailer, and the feed is added to SOMAFEED.DAT (once)
      *          so the next SOMAMRG merges and consumes it. A feed
      *          still carrying transactions the merge has not yet
      *          consumed is never overwritten. PARM carries the
      *          branch id and the submitted file name, separated by
      *          a space. The business date comes from the SOMACAL
      *          calendar's current record (system date when there
      *          is no calendar). An optional EFFECTIVE-DATE column
      *          (also EFFECTIVE or VALUE-DATE, YYYY-MM-DD) carries the
      *          business date a row is to post on: blank or the
      *          business date itself posts tonight, a date already
      *          past is an error, and a later date parks the row on
      *          the SOMAWHSE.DAT future-dated warehouse (SOMAWHI
      *          layout) for the SOMAWHS daily release to feed on that
      *          date - its id must not already be waiting there. The
      *          feed is written (empty if need be) and the warehouse
      *          added to only when the whole file is clean; the new
      *          warehouse generation (SOMAWHSE.NEW) is verified
      *          before the feed is written and swapped in, the prior
      *          file kept as SOMAWHSE.PRV, after it. RC=0 feed
      *          accepted, RC=8 feed refused - see the response file,
      *          RC=12 no PARM, file not found, previous feed not yet
      *          merged, warehouse verify or swap failure or a table
      *          overflow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somacsv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-CSV-IN ASSIGN TO DYNAMIC WS-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT SOMA-FEED-OUT ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT SOMA-CSVR ASSIGN TO DYNAMIC WS-RESP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSVR-STATUS.
           SELECT SOMA-FEEDLIST ASSIGN TO "SOMAFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLIST-STATUS.
           SELECT SOMA-WHSE ASSIGN TO "SOMAWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT SOMA-WHSNEW ASSIGN TO "SOMAWHSE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-BALMST ASSIGN TO "SOMABALM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.
           SELECT SOMA-RATE ASSIGN TO "SOMARATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SOMA-CAL ASSIGN TO "SOMACAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SOMA-RUNL ASSIGN TO "SOMARUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-CSV-IN.
       01  CSV-RECORD              PIC X(400).
       FD  SOMA-FEED-OUT.
       01  FEED-RECORD             PIC X(50).
       FD  SOMA-CSVR.
       01  CSVR-RECORD             PIC X(100).
       FD  SOMA-FEEDLIST.
       01  FDLST-RECORD            PIC X(89).
       FD  SOMA-WHSE.
       01  WHS-RECORD              PIC X(133).
       FD  SOMA-WHSNEW.
       01  WHSNEW-RECORD           PIC X(133).
       FD  SOMA-BALMST.
       01  BAL-RECORD              PIC X(40).
       FD  SOMA-RATE.
       01  RTE-RECORD              PIC X(14).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       77 WS-CSV-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-FEED-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CSVR-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-FEEDLIST-STATUS    PIC X(02) VALUE ZEROS.
       77 WS-WHSE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-BALMST-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-RATE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-BRANCH-ID          PIC X(08) VALUE SPACES.
       77 WS-CSV-FILE-NAME      PIC X(80) VALUE SPACES.
       77 WS-FEED-FILE-NAME     PIC X(80) VALUE SPACES.
       77 WS-RESP-FILE-NAME     PIC X(80) VALUE SPACES.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-BASE-CURRENCY      PIC X(03) VALUE "BRL".
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-CAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-CAL-FOUND                VALUE "Y".
       77 WS-CSV-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CSV-EOF                  VALUE "Y".
       77 WS-FEED-EOF-SW        PIC X(01) VALUE "N".
           88 WS-FEED-EOF                 VALUE "Y".
       77 WS-FDL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-FDL-EOF                  VALUE "Y".
       77 WS-WHS-EOF-SW         PIC X(01) VALUE "N".
           88 WS-WHS-EOF                  VALUE "Y".
       77 WS-VERIFY-EOF-SW      PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF               VALUE "Y".
       77 WS-WHI-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-WHI-FOUND                VALUE "Y".
       77 WS-BAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-BAL-EOF                  VALUE "Y".
       77 WS-RTE-EOF-SW         PIC X(01) VALUE "N".
           88 WS-RTE-EOF                  VALUE "Y".
       77 WS-HEADER-SW          PIC X(01) VALUE "N".
           88 WS-HEADER-SEEN              VALUE "Y".
       77 WS-HEADER-OK-SW       PIC X(01) VALUE "N".
           88 WS-HEADER-OK                VALUE "Y".
       77 WS-ROW-BAD-SW         PIC X(01) VALUE "N".
           88 WS-ROW-BAD                  VALUE "Y".
       77 WS-OVERFLOW-SW        PIC X(01) VALUE "N".
           88 WS-TOO-MANY-COLS            VALUE "Y".
       77 WS-BAL-LOADED-SW      PIC X(01) VALUE "N".
           88 WS-BAL-LOADED               VALUE "Y".
       77 WS-BAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-BAL-FOUND                VALUE "Y".
       77 WS-RTE-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-RTE-FOUND                VALUE "Y".
       77 WS-LISTED-SW          PIC X(01) VALUE "N".
           88 WS-ALREADY-LISTED           VALUE "Y".
       77 WS-UNMERGED-SW        PIC X(01) VALUE "N".
           88 WS-UNMERGED                 VALUE "Y".
       77 WS-AMT-OK-SW          PIC X(01) VALUE "N".
           88 WS-AMT-OK                   VALUE "Y".
       77 WS-POINT-SW           PIC X(01) VALUE "N".
           88 WS-POINT-SEEN               VALUE "Y".
       77 WS-ROW-NO             PIC 9(06) VALUE ZEROS.
       77 WS-DATA-ROWS          PIC 9(06) VALUE ZEROS.
       77 WS-BAD-ROWS           PIC 9(06) VALUE ZEROS.
       77 WS-ERROR-COUNT        PIC 9(06) VALUE ZEROS.
       77 WS-CUT-COUNT          PIC 9(06) VALUE ZEROS.
       77 WS-CUT-SUM            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-WHSE-COUNT         PIC 9(06) VALUE ZEROS.
       77 WS-EFF-COUNT          PIC 9(06) VALUE ZEROS.
       77 WS-WHS-COPY-COUNT     PIC 9(06) VALUE ZEROS.
       77 WS-VERIFY-COUNT       PIC 9(06) VALUE ZEROS.
       77 WS-RENAME-RC          PIC S9(09) BINARY VALUE ZEROS.
       77 WS-GEN-OLD-NAME       PIC X(80) VALUE SPACES.
       77 WS-GEN-NEW-NAME       PIC X(80) VALUE SPACES.
       77 WS-WHSE-SUM           PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-OLD-FEED-COUNT     PIC 9(06) VALUE ZEROS.
       77 WS-ERR-COL            PIC 9(03) VALUE ZEROS.
       77 WS-ERR-VALUE          PIC X(40) VALUE SPACES.
       77 WS-ERR-TEXT           PIC X(40) VALUE SPACES.
       77 WS-ERR-COUNT-OUT      PIC ZZ9.
       77 WS-HDR-COUNT-OUT      PIC ZZ9.
       77 WS-ROW-OUT            PIC ZZZZZ9.
      * The delimited row split into its columns (empty cells after
      * the last value still count), and the meaning the header row
      * gave each column position.
       77 WS-LINE-LEN           PIC 9(03) VALUE ZEROS.
       77 WS-FLD-COUNT          PIC 9(03) VALUE ZEROS.
       77 WS-FLD-IX             PIC 9(03) VALUE ZEROS.
       77 WS-COL-COUNT          PIC 9(03) VALUE ZEROS.
       01 WS-CSV-LINE           PIC X(400) VALUE SPACES.
       01 WS-BLANK-TEST         PIC X(400) VALUE SPACES.
       01 WS-FLD-TABLE.
           05 WS-FLD-ENTRY OCCURS 10.
              10 WS-FLD            PIC X(40).
              10 WS-FLD-LEN        PIC 9(03).
       01 WS-COL-TABLE.
           05 WS-COL-ENTRY OCCURS 10.
              10 WS-COL-NAME       PIC X(10).
              10 WS-COL-ROLE       PIC X(01).
       77 WS-COL-ID             PIC 9(03) VALUE ZEROS.
       77 WS-COL-ACCT           PIC 9(03) VALUE ZEROS.
       77 WS-COL-OP             PIC 9(03) VALUE ZEROS.
       77 WS-COL-N1             PIC 9(03) VALUE ZEROS.
       77 WS-COL-N2             PIC 9(03) VALUE ZEROS.
       77 WS-COL-CCY            PIC 9(03) VALUE ZEROS.
       77 WS-COL-CONTRA         PIC 9(03) VALUE ZEROS.
       77 WS-COL-EFF            PIC 9(03) VALUE ZEROS.
       77 WS-ROLE               PIC X(01) VALUE SPACE.
       77 WS-HDR-NAME           PIC X(40) VALUE SPACES.
      * One field trimmed of blanks and enclosing quotes.
       77 WS-VAL                PIC X(40) VALUE SPACES.
       77 WS-VAL-WORK           PIC X(40) VALUE SPACES.
       77 WS-VAL-LEN            PIC 9(03) VALUE ZEROS.
       77 WS-VAL-LEAD           PIC 9(03) VALUE ZEROS.
       77 WS-CHR-IX             PIC 9(03) VALUE ZEROS.
       77 WS-DIGIT              PIC 9(01) VALUE ZERO.
       77 WS-INT-DIGITS         PIC 9(03) VALUE ZEROS.
       77 WS-DEC-DIGITS         PIC 9(03) VALUE ZEROS.
       77 WS-AMT-SIGN           PIC X(01) VALUE SPACE.
       77 WS-AMT-INT            PIC 9(07) VALUE ZEROS.
       77 WS-AMT-DEC            PIC 9(02) VALUE ZEROS.
       77 WS-AMT-VALUE          PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-ROW-ID             PIC 9(06) VALUE ZEROS.
       77 WS-ROW-ACCT           PIC X(10) VALUE SPACES.
       77 WS-ROW-OP             PIC X(01) VALUE SPACE.
       77 WS-ROW-CCY            PIC X(03) VALUE SPACES.
       77 WS-ROW-N1             PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-ROW-N2             PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-ROW-CONTRA         PIC X(10) VALUE SPACES.
       77 WS-ROW-EFF            PIC X(10) VALUE SPACES.
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
       77 WS-DATE-OK-SW         PIC X(01) VALUE "N".
           88 WS-DATE-OK                  VALUE "Y".
       77 WS-N2-GOOD-SW         PIC X(01) VALUE "N".
           88 WS-N2-GOOD                  VALUE "Y".
       77 WS-KEY                PIC X(10) VALUE SPACES.
      * Every clean row, sorted into transaction-id order before the
      * feed is written; a row with an effective date goes to the
      * warehouse instead.
       77 WS-TRN-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-TRN-IX             PIC 9(05) VALUE ZEROS.
       77 WS-TRN-IX2            PIC 9(05) VALUE ZEROS.
       01 WS-TRN-HOLD           PIC X(66) VALUE SPACES.
       01 WS-TRN-TABLE.
           05 WS-TRN-ENTRY OCCURS 5000.
              10 WS-TRN-ID         PIC 9(06).
              10 WS-TRN-REST       PIC X(44).
              10 WS-TRN-ROW        PIC 9(06).
              10 WS-TRN-EFF        PIC X(10).
      * Ids already waiting on the warehouse.
       77 WS-WHI-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-WHI-IX             PIC 9(05) VALUE ZEROS.
       01 WS-WHI-TABLE.
           05 WS-WHI-ID OCCURS 5000  PIC 9(06).
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
           COPY SOMATRAN.
           COPY SOMAFDT.
           COPY SOMAFDL.
           COPY SOMAWHI.
           COPY SOMABAL.
           COPY SOMARTE.
           COPY SOMACAL.
           COPY SOMACVR.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-JOB-PARM
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM WRITE-RUN-LOG-START
            OPEN OUTPUT SOMA-CSVR
            MOVE WS-BRANCH-ID TO CVR-HDG-BRANCH
            MOVE WS-CSV-FILE-NAME TO CVR-HDG-FILE
            MOVE WS-RUN-DATE TO CVR-HDG-DATE
            WRITE CSVR-RECORD FROM CVR-HEADING-LINE
            OPEN INPUT SOMA-CSV-IN
            IF WS-CSV-STATUS = "35"
                DISPLAY "SOMACSV: " WS-CSV-FILE-NAME
                    " NOT FOUND - RUN ABORTED"
                MOVE "REFUSED - SUBMITTED FILE NOT FOUND"
                    TO CVR-STATUS-TEXT
                WRITE CSVR-RECORD FROM CVR-STATUS-LINE
                PERFORM ABORT-INTAKE
            END-IF
            PERFORM LOAD-BALANCE-MASTER
            PERFORM LOAD-RATE-TABLE
            PERFORM LOAD-WAITING-IDS
            WRITE CSVR-RECORD FROM CVR-COLUMN-LINE
            PERFORM READ-CSV-RECORD
            PERFORM UNTIL WS-CSV-EOF
                PERFORM CHECK-ONE-LINE
                PERFORM READ-CSV-RECORD
            END-PERFORM
            CLOSE SOMA-CSV-IN
            IF NOT WS-HEADER-SEEN
                MOVE ZEROS TO WS-ERR-COL
                MOVE SPACES TO WS-ERR-VALUE
                MOVE "FILE IS EMPTY - NO HEADER ROW"
                    TO WS-ERR-TEXT
                MOVE 1 TO WS-ROW-NO
                PERFORM WRITE-ERROR-LINE
            ELSE
                IF WS-HEADER-OK AND WS-DATA-ROWS = ZERO
                    MOVE ZEROS TO WS-ERR-COL
                    MOVE SPACES TO WS-ERR-VALUE
                    MOVE "NO TRANSACTION ROWS UNDER THE HEADER"
                        TO WS-ERR-TEXT
                    PERFORM WRITE-ERROR-LINE
                END-IF
            END-IF
            PERFORM SORT-TRANSACTION-TABLE
            PERFORM CHECK-DUPLICATE-IDS
            IF WS-ERROR-COUNT = ZERO
                PERFORM CHECK-PRIOR-FEED-MERGED
                IF WS-UNMERGED
                    PERFORM REFUSE-UNMERGED-FEED
                END-IF
      * The warehouse generation carrying the future-dated rows is
      * verified before the feed goes out and swapped in after it.
                IF WS-EFF-COUNT > ZERO
                    PERFORM STAGE-WAREHOUSE-ITEMS
                END-IF
                PERFORM WRITE-BRANCH-FEED
                PERFORM ADD-TO-FEED-LIST
                IF WS-WHSE-COUNT > ZERO
                    PERFORM SWAP-WAREHOUSE-FILE
                END-IF
            END-IF
            PERFORM WRITE-INTAKE-TOTALS
            CLOSE SOMA-CSVR
            DISPLAY "SOMACSV: BRANCH " WS-BRANCH-ID " "
                WS-DATA-ROWS " ROW(S) READ, " WS-ERROR-COUNT
                " ERROR(S), " WS-CUT-COUNT " TRANSACTION(S) FED, "
                WS-WHSE-COUNT " WAREHOUSED"
            IF WS-ERROR-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       READ-JOB-PARM.
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE
            UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
                INTO WS-BRANCH-ID WS-CSV-FILE-NAME
            END-UNSTRING
            IF WS-BRANCH-ID = SPACES OR WS-CSV-FILE-NAME = SPACES
                DISPLAY "SOMACSV: PARM MUST CARRY THE BRANCH ID AND "
                    "THE SUBMITTED FILE NAME - RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            STRING WS-BRANCH-ID DELIMITED BY SPACE
                "FEED.DAT" DELIMITED BY SIZE
                INTO WS-FEED-FILE-NAME
            STRING WS-BRANCH-ID DELIMITED BY SPACE
                "RESP.DAT" DELIMITED BY SIZE
                INTO WS-RESP-FILE-NAME.

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

       ABORT-INTAKE.
            CLOSE SOMA-CSVR
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       LOAD-BALANCE-MASTER.
            OPEN INPUT SOMA-BALMST
            IF WS-BALMST-STATUS = "35"
                MOVE "NO BALANCE MASTER - ACCOUNT CODES NOT CHECKED"
                    TO CVR-SEC-TEXT
                WRITE CSVR-RECORD FROM CVR-SECTION-LINE
            ELSE
                SET WS-BAL-LOADED TO TRUE
                PERFORM READ-BALANCE-RECORD
                PERFORM UNTIL WS-BAL-EOF
                    IF WS-BAL-COUNT = 2000
                        DISPLAY "SOMACSV: MORE THAN 2000 ACCOUNTS ON "
                            "SOMABALM.DAT - RUN ABORTED"
                        CLOSE SOMA-BALMST
                        CLOSE SOMA-CSV-IN
                        PERFORM ABORT-INTAKE
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

       LOAD-WAITING-IDS.
            OPEN INPUT SOMA-WHSE
            IF WS-WHSE-STATUS NOT = "35"
                PERFORM READ-WAREHOUSE-RECORD
                PERFORM UNTIL WS-WHS-EOF
                    IF WHI-WAITING
                        IF WS-WHI-COUNT = 5000
                            DISPLAY "SOMACSV: MORE THAN 5000 ITEMS "
                                "WAITING ON SOMAWHSE.DAT - RUN ABORTED"
                            CLOSE SOMA-WHSE
                            CLOSE SOMA-CSV-IN
                            PERFORM ABORT-INTAKE
                        END-IF
                        ADD 1 TO WS-WHI-COUNT
                        MOVE WHI-TRANS-ID TO WS-WHI-ID(WS-WHI-COUNT)
                    END-IF
                    PERFORM READ-WAREHOUSE-RECORD
                END-PERFORM
                CLOSE SOMA-WHSE
            END-IF.

       READ-WAREHOUSE-RECORD.
            READ SOMA-WHSE INTO WHI-LINE
                AT END
                    SET WS-WHS-EOF TO TRUE
            END-READ.

       READ-CSV-RECORD.
            MOVE SPACES TO CSV-RECORD
            READ SOMA-CSV-IN
                AT END
                    SET WS-CSV-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-ROW-NO
            END-READ.

      * Blank rows (a spreadsheet's trailing empty lines come out as
      * bare commas) are skipped but still counted, so the row
      * numbers on the response match the branch's spreadsheet.
       CHECK-ONE-LINE.
            MOVE CSV-RECORD TO WS-CSV-LINE
            INSPECT WS-CSV-LINE REPLACING ALL X"0D" BY SPACE
            INSPECT WS-CSV-LINE REPLACING ALL X"09" BY SPACE
            MOVE WS-CSV-LINE TO WS-BLANK-TEST
            INSPECT WS-BLANK-TEST REPLACING ALL "," BY SPACE
            IF WS-BLANK-TEST NOT = SPACES
                PERFORM SPLIT-CSV-LINE
                IF NOT WS-HEADER-SEEN
                    SET WS-HEADER-SEEN TO TRUE
                    PERFORM CHECK-HEADER-ROW
                ELSE
                    IF WS-HEADER-OK
                        ADD 1 TO WS-DATA-ROWS
                        PERFORM CHECK-DATA-ROW
                    END-IF
                END-IF
            END-IF.

       SPLIT-CSV-LINE.
            MOVE SPACES TO WS-FLD-TABLE
            MOVE ZEROS TO WS-FLD-COUNT
            MOVE "N" TO WS-OVERFLOW-SW
            PERFORM VARYING WS-FLD-IX FROM 1 BY 1
                    UNTIL WS-FLD-IX > 10
                MOVE ZEROS TO WS-FLD-LEN(WS-FLD-IX)
            END-PERFORM
            MOVE 400 TO WS-LINE-LEN
            PERFORM UNTIL WS-CSV-LINE(WS-LINE-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-LINE-LEN
            END-PERFORM
            UNSTRING WS-CSV-LINE(1:WS-LINE-LEN) DELIMITED BY ","
                INTO WS-FLD(1) COUNT IN WS-FLD-LEN(1)
                     WS-FLD(2) COUNT IN WS-FLD-LEN(2)
                     WS-FLD(3) COUNT IN WS-FLD-LEN(3)
                     WS-FLD(4) COUNT IN WS-FLD-LEN(4)
                     WS-FLD(5) COUNT IN WS-FLD-LEN(5)
                     WS-FLD(6) COUNT IN WS-FLD-LEN(6)
                     WS-FLD(7) COUNT IN WS-FLD-LEN(7)
                     WS-FLD(8) COUNT IN WS-FLD-LEN(8)
                     WS-FLD(9) COUNT IN WS-FLD-LEN(9)
                     WS-FLD(10) COUNT IN WS-FLD-LEN(10)
            END-UNSTRING
            INSPECT WS-CSV-LINE(1:WS-LINE-LEN) TALLYING WS-FLD-COUNT
                FOR ALL ","
            ADD 1 TO WS-FLD-COUNT
            IF WS-FLD-COUNT > 10
                SET WS-TOO-MANY-COLS TO TRUE
            END-IF.

      ******************************************************************
      * The header row names the columns. Unknown, repeated or
      * missing required names refuse the file - its rows cannot be
      * read without knowing which column is which.
      ******************************************************************
       CHECK-HEADER-ROW.
            SET WS-HEADER-OK TO TRUE
            MOVE SPACES TO WS-COL-TABLE
            IF WS-TOO-MANY-COLS
                MOVE ZEROS TO WS-ERR-COL
                MOVE SPACES TO WS-ERR-VALUE
                MOVE "MORE THAN 10 COLUMNS IN THE HEADER"
                    TO WS-ERR-TEXT
                PERFORM WRITE-ERROR-LINE
                MOVE "N" TO WS-HEADER-OK-SW
            ELSE
                MOVE WS-FLD-COUNT TO WS-COL-COUNT
                PERFORM VARYING WS-FLD-IX FROM 1 BY 1
                        UNTIL WS-FLD-IX > WS-COL-COUNT
                    PERFORM NAME-ONE-COLUMN
                END-PERFORM
                MOVE ZEROS TO WS-ERR-COL
                MOVE SPACES TO WS-ERR-VALUE
                IF WS-COL-ID = ZERO
                    MOVE "REQUIRED COLUMN TRANS-ID MISSING"
                        TO WS-ERR-TEXT
                    PERFORM WRITE-HEADER-ERROR
                END-IF
                IF WS-COL-ACCT = ZERO
                    MOVE "REQUIRED COLUMN ACCOUNT MISSING"
                        TO WS-ERR-TEXT
                    PERFORM WRITE-HEADER-ERROR
                END-IF
                IF WS-COL-OP = ZERO
                    MOVE "REQUIRED COLUMN OP MISSING" TO WS-ERR-TEXT
                    PERFORM WRITE-HEADER-ERROR
                END-IF
                IF WS-COL-N1 = ZERO
                    MOVE "REQUIRED COLUMN N1 MISSING" TO WS-ERR-TEXT
                    PERFORM WRITE-HEADER-ERROR
                END-IF
                IF WS-COL-N2 = ZERO
                    MOVE "REQUIRED COLUMN N2 MISSING" TO WS-ERR-TEXT
                    PERFORM WRITE-HEADER-ERROR
                END-IF
            END-IF.

       NAME-ONE-COLUMN.
            MOVE WS-FLD(WS-FLD-IX) TO WS-VAL-WORK
            PERFORM TRIM-FIELD-VALUE
            MOVE WS-VAL TO WS-HDR-NAME
            INSPECT WS-HDR-NAME CONVERTING
                "abcdefghijklmnopqrstuvwxyz_"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ-"
            MOVE WS-HDR-NAME TO WS-COL-NAME(WS-FLD-IX)
            EVALUATE WS-HDR-NAME
                WHEN "TRANS-ID"
                WHEN "ID"
                    MOVE "I" TO WS-ROLE
                WHEN "ACCOUNT"
                WHEN "ACCOUNT-CODE"
                    MOVE "A" TO WS-ROLE
                WHEN "OP"
                WHEN "OP-CODE"
                    MOVE "O" TO WS-ROLE
                WHEN "N1"
                    MOVE "1" TO WS-ROLE
                WHEN "N2"
                    MOVE "2" TO WS-ROLE
                WHEN "CURRENCY"
                WHEN "CURRENCY-CODE"
                    MOVE "C" TO WS-ROLE
                WHEN "CONTRA"
                WHEN "CONTRA-ACCOUNT"
                    MOVE "K" TO WS-ROLE
                WHEN "EFFECTIVE-DATE"
                WHEN "EFFECTIVE"
                WHEN "VALUE-DATE"
                    MOVE "E" TO WS-ROLE
                WHEN OTHER
                    MOVE SPACE TO WS-ROLE
            END-EVALUATE
            MOVE WS-FLD-IX TO WS-ERR-COL
            MOVE WS-VAL TO WS-ERR-VALUE
            IF WS-ROLE = SPACE
                MOVE "UNKNOWN COLUMN NAME" TO WS-ERR-TEXT
                PERFORM WRITE-HEADER-ERROR
            ELSE
                MOVE WS-ROLE TO WS-COL-ROLE(WS-FLD-IX)
                PERFORM ASSIGN-COLUMN-ROLE
            END-IF.

       ASSIGN-COLUMN-ROLE.
            MOVE "COLUMN NAMED TWICE" TO WS-ERR-TEXT
            EVALUATE WS-ROLE
                WHEN "I"
                    IF WS-COL-ID NOT = ZERO
                        PERFORM WRITE-HEADER-ERROR
                    END-IF
                    MOVE WS-FLD-IX TO WS-COL-ID
                WHEN "A"
                    IF WS-COL-ACCT NOT = ZERO
                        PERFORM WRITE-HEADER-ERROR
                    END-IF
                    MOVE WS-FLD-IX TO WS-COL-ACCT
                WHEN "O"
                    IF WS-COL-OP NOT = ZERO
                        PERFORM WRITE-HEADER-ERROR
                    END-IF
                    MOVE WS-FLD-IX TO WS-COL-OP
                WHEN "1"
                    IF WS-COL-N1 NOT = ZERO
                        PERFORM WRITE-HEADER-ERROR
                    END-IF
                    MOVE WS-FLD-IX TO WS-COL-N1
                WHEN "2"
                    IF WS-COL-N2 NOT = ZERO
                        PERFORM WRITE-HEADER-ERROR
                    END-IF
                    MOVE WS-FLD-IX TO WS-COL-N2
                WHEN "C"
                    IF WS-COL-CCY NOT = ZERO
                        PERFORM WRITE-HEADER-ERROR
                    END-IF
                    MOVE WS-FLD-IX TO WS-COL-CCY
                WHEN "K"
                    IF WS-COL-CONTRA NOT = ZERO
                        PERFORM WRITE-HEADER-ERROR
                    END-IF
                    MOVE WS-FLD-IX TO WS-COL-CONTRA
                WHEN "E"
                    IF WS-COL-EFF NOT = ZERO
                        PERFORM WRITE-HEADER-ERROR
                    END-IF
                    MOVE WS-FLD-IX TO WS-COL-EFF
            END-EVALUATE.

       WRITE-HEADER-ERROR.
            MOVE "N" TO WS-HEADER-OK-SW
            PERFORM WRITE-ERROR-LINE.

      ******************************************************************
      * One transaction row - every column is edited and every error
      * listed, so the branch can fix the whole file in one pass.
      ******************************************************************
       CHECK-DATA-ROW.
            MOVE "N" TO WS-ROW-BAD-SW
            IF WS-TOO-MANY-COLS OR WS-FLD-COUNT NOT = WS-COL-COUNT
                MOVE ZEROS TO WS-ERR-COL
                MOVE SPACES TO WS-ERR-VALUE
                MOVE WS-FLD-COUNT TO WS-ERR-COUNT-OUT
                MOVE WS-COL-COUNT TO WS-HDR-COUNT-OUT
                IF WS-TOO-MANY-COLS
                    MOVE "MORE THAN 10 COLUMNS ON THE ROW"
                        TO WS-ERR-TEXT
                ELSE
                    STRING WS-ERR-COUNT-OUT " COLUMNS - HEADER HAS "
                        WS-HDR-COUNT-OUT DELIMITED BY SIZE
                        INTO WS-ERR-TEXT
                END-IF
                PERFORM WRITE-ERROR-LINE
            ELSE
                PERFORM EDIT-ROW-TRANS-ID
                PERFORM EDIT-ROW-ACCOUNT
                PERFORM EDIT-ROW-OP-CODE
                MOVE WS-COL-N1 TO WS-ERR-COL
                PERFORM EDIT-AMOUNT-FIELD
                MOVE WS-AMT-VALUE TO WS-ROW-N1
                MOVE WS-COL-N2 TO WS-ERR-COL
                PERFORM EDIT-AMOUNT-FIELD
                MOVE WS-AMT-VALUE TO WS-ROW-N2
                MOVE WS-AMT-OK-SW TO WS-N2-GOOD-SW
                IF WS-N2-GOOD AND WS-ROW-OP = "D"
                   AND WS-ROW-N2 = ZERO
                    MOVE "DIVIDE BY ZERO - N2 IS ZERO" TO WS-ERR-TEXT
                    PERFORM WRITE-ERROR-LINE
                END-IF
                PERFORM EDIT-ROW-CURRENCY
                PERFORM EDIT-ROW-CONTRA
                PERFORM EDIT-ROW-EFFECTIVE
            END-IF
            IF WS-ROW-BAD
                ADD 1 TO WS-BAD-ROWS
            ELSE
                PERFORM KEEP-CLEAN-ROW
            END-IF.

       TAKE-COLUMN-VALUE.
            MOVE WS-FLD(WS-ERR-COL) TO WS-VAL-WORK
            PERFORM TRIM-FIELD-VALUE
            MOVE WS-VAL TO WS-ERR-VALUE
            IF WS-FLD-LEN(WS-ERR-COL) > 40
                MOVE "VALUE LONGER THAN 40 CHARACTERS" TO WS-ERR-TEXT
                PERFORM WRITE-ERROR-LINE
            END-IF.

       EDIT-ROW-TRANS-ID.
            MOVE ZEROS TO WS-ROW-ID
            MOVE WS-COL-ID TO WS-ERR-COL
            PERFORM TAKE-COLUMN-VALUE
            IF WS-VAL-LEN = ZERO
                MOVE "TRANS-ID REQUIRED" TO WS-ERR-TEXT
                PERFORM WRITE-ERROR-LINE
            ELSE
                IF WS-VAL-LEN > 6
                    MOVE "TRANS-ID LONGER THAN 6 DIGITS"
                        TO WS-ERR-TEXT
                    PERFORM WRITE-ERROR-LINE
                ELSE
                    IF WS-VAL(1:WS-VAL-LEN) NOT NUMERIC
                        MOVE "TRANS-ID NOT A WHOLE NUMBER"
                            TO WS-ERR-TEXT
                        PERFORM WRITE-ERROR-LINE
                    ELSE
                        MOVE WS-VAL(1:WS-VAL-LEN) TO WS-ROW-ID
                        IF WS-ROW-ID = ZERO
                            MOVE "TRANS-ID MUST NOT BE ZERO"
                                TO WS-ERR-TEXT
                            PERFORM WRITE-ERROR-LINE
                        END-IF
                    END-IF
                END-IF
            END-IF.

       EDIT-ROW-ACCOUNT.
            MOVE SPACES TO WS-ROW-ACCT
            MOVE WS-COL-ACCT TO WS-ERR-COL
            PERFORM TAKE-COLUMN-VALUE
            IF WS-VAL-LEN = ZERO
                MOVE "ACCOUNT REQUIRED" TO WS-ERR-TEXT
                PERFORM WRITE-ERROR-LINE
            ELSE
                IF WS-VAL-LEN > 10
                    MOVE "ACCOUNT LONGER THAN 10 CHARACTERS"
                        TO WS-ERR-TEXT
                    PERFORM WRITE-ERROR-LINE
                ELSE
                    MOVE WS-VAL TO WS-ROW-ACCT
                    IF WS-BAL-LOADED
                        MOVE WS-ROW-ACCT TO WS-KEY
                        PERFORM FIND-BALANCE-ENTRY
                        IF NOT WS-BAL-FOUND
                            MOVE "ACCOUNT NOT ON MASTER" TO WS-ERR-TEXT
                            PERFORM WRITE-ERROR-LINE
                        ELSE
                            IF WS-BAL-STAT(WS-BAL-IX) = "C"
                                MOVE "ACCOUNT CLOSED" TO WS-ERR-TEXT
                                PERFORM WRITE-ERROR-LINE
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       EDIT-ROW-OP-CODE.
            MOVE SPACE TO WS-ROW-OP
            MOVE WS-COL-OP TO WS-ERR-COL
            PERFORM TAKE-COLUMN-VALUE
            INSPECT WS-VAL CONVERTING "asmd" TO "ASMD"
            IF WS-VAL-LEN = ZERO
                MOVE "A" TO WS-ROW-OP
            ELSE
                IF WS-VAL-LEN > 1
                   OR (WS-VAL(1:1) NOT = "A" AND NOT = "S"
                       AND NOT = "M" AND NOT = "D")
                    MOVE "OP NOT A, S, M OR D" TO WS-ERR-TEXT
                    PERFORM WRITE-ERROR-LINE
                ELSE
                    MOVE WS-VAL(1:1) TO WS-ROW-OP
                END-IF
            END-IF.

       EDIT-ROW-CURRENCY.
            MOVE SPACES TO WS-ROW-CCY
            IF WS-COL-CCY NOT = ZERO
                MOVE WS-COL-CCY TO WS-ERR-COL
                PERFORM TAKE-COLUMN-VALUE
                INSPECT WS-VAL CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                IF WS-VAL-LEN NOT = ZERO
                    IF WS-VAL-LEN NOT = 3
                        MOVE "CURRENCY NOT A 3-LETTER CODE"
                            TO WS-ERR-TEXT
                        PERFORM WRITE-ERROR-LINE
                    ELSE
                        MOVE WS-VAL(1:3) TO WS-ROW-CCY
                        IF WS-ROW-CCY NOT = WS-BASE-CURRENCY
                            PERFORM FIND-RATE-ENTRY
                            IF NOT WS-RTE-FOUND
                                MOVE "CURRENCY NOT ON RATE TABLE"
                                    TO WS-ERR-TEXT
                                PERFORM WRITE-ERROR-LINE
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       FIND-RATE-ENTRY.
            MOVE "N" TO WS-RTE-FOUND-SW
            PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                    UNTIL WS-RTE-IX > WS-RTE-COUNT
                    OR WS-RTE-FOUND
                IF WS-RTE-CCY(WS-RTE-IX) = WS-ROW-CCY
                    SET WS-RTE-FOUND TO TRUE
                END-IF
            END-PERFORM.

       EDIT-ROW-CONTRA.
            MOVE SPACES TO WS-ROW-CONTRA
            IF WS-COL-CONTRA NOT = ZERO
                MOVE WS-COL-CONTRA TO WS-ERR-COL
                PERFORM TAKE-COLUMN-VALUE
                IF WS-VAL-LEN > 10
                    MOVE "CONTRA LONGER THAN 10 CHARACTERS"
                        TO WS-ERR-TEXT
                    PERFORM WRITE-ERROR-LINE
                ELSE
                    IF WS-VAL-LEN > ZERO
                        MOVE WS-VAL TO WS-ROW-CONTRA
                        PERFORM CHECK-CONTRA-ACCOUNT
                    END-IF
                END-IF
            END-IF.

       CHECK-CONTRA-ACCOUNT.
            IF WS-ROW-CONTRA = WS-ROW-ACCT
                MOVE "CONTRA EQUALS ACCOUNT" TO WS-ERR-TEXT
                PERFORM WRITE-ERROR-LINE
            ELSE
                IF WS-BAL-LOADED
                    MOVE WS-ROW-CONTRA TO WS-KEY
                    PERFORM FIND-BALANCE-ENTRY
                    IF NOT WS-BAL-FOUND
                        MOVE "CONTRA NOT ON MASTER" TO WS-ERR-TEXT
                        PERFORM WRITE-ERROR-LINE
                    ELSE
                        IF WS-BAL-STAT(WS-BAL-IX) = "C"
                            MOVE "CONTRA ACCOUNT CLOSED"
                                TO WS-ERR-TEXT
                            PERFORM WRITE-ERROR-LINE
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * A row dated later than the business date is warehoused, and
      * its id must not clash with one already waiting there.
       EDIT-ROW-EFFECTIVE.
            MOVE SPACES TO WS-ROW-EFF
            IF WS-COL-EFF NOT = ZERO
                MOVE WS-COL-EFF TO WS-ERR-COL
                PERFORM TAKE-COLUMN-VALUE
                IF WS-VAL-LEN > ZERO
                    MOVE WS-VAL TO WS-DATE-CHECK
                    MOVE "N" TO WS-DATE-OK-SW
                    IF WS-VAL-LEN = 10
                        PERFORM CHECK-DATE-FORMAT
                    END-IF
                    IF NOT WS-DATE-OK
                        MOVE "EFFECTIVE DATE NOT YYYY-MM-DD"
                            TO WS-ERR-TEXT
                        PERFORM WRITE-ERROR-LINE
                    ELSE
                        IF WS-DATE-CHECK < WS-RUN-DATE
                            MOVE "EFFECTIVE DATE BEFORE BUSINESS DATE"
                                TO WS-ERR-TEXT
                            PERFORM WRITE-ERROR-LINE
                        ELSE
                            IF WS-DATE-CHECK > WS-RUN-DATE
                                MOVE WS-DATE-CHECK TO WS-ROW-EFF
                                PERFORM CHECK-WAITING-ID
                            END-IF
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

       CHECK-WAITING-ID.
            MOVE "N" TO WS-WHI-FOUND-SW
            PERFORM VARYING WS-WHI-IX FROM 1 BY 1
                    UNTIL WS-WHI-IX > WS-WHI-COUNT OR WS-WHI-FOUND
                IF WS-WHI-ID(WS-WHI-IX) = WS-ROW-ID
                    SET WS-WHI-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-WHI-FOUND AND WS-ROW-ID NOT = ZERO
                MOVE WS-COL-ID TO WS-ERR-COL
                MOVE WS-ROW-ID TO WS-ERR-VALUE
                MOVE "TRANS-ID ALREADY WAITING IN WAREHOUSE"
                    TO WS-ERR-TEXT
                PERFORM WRITE-ERROR-LINE
            END-IF.

      ******************************************************************
      * A decimal-point amount: optional leading sign, up to seven
      * whole digits, at most two decimals, no thousands separators.
      * WS-ERR-COL names the column on entry.
      ******************************************************************
       EDIT-AMOUNT-FIELD.
            MOVE ZEROS TO WS-AMT-VALUE
            MOVE "N" TO WS-AMT-OK-SW
            PERFORM TAKE-COLUMN-VALUE
            IF WS-VAL-LEN = ZERO
                MOVE "AMOUNT REQUIRED" TO WS-ERR-TEXT
                PERFORM WRITE-ERROR-LINE
            ELSE
                IF WS-FLD-LEN(WS-ERR-COL) <= 40
                    PERFORM SCAN-AMOUNT-VALUE
                END-IF
            END-IF.

       SCAN-AMOUNT-VALUE.
            SET WS-AMT-OK TO TRUE
            MOVE SPACE TO WS-AMT-SIGN
            MOVE "N" TO WS-POINT-SW
            MOVE ZEROS TO WS-INT-DIGITS
            MOVE ZEROS TO WS-DEC-DIGITS
            MOVE ZEROS TO WS-AMT-INT
            MOVE ZEROS TO WS-AMT-DEC
            PERFORM VARYING WS-CHR-IX FROM 1 BY 1
                    UNTIL WS-CHR-IX > WS-VAL-LEN OR NOT WS-AMT-OK
                PERFORM SCAN-AMOUNT-CHARACTER
            END-PERFORM
            IF WS-AMT-OK
                IF WS-INT-DIGITS + WS-DEC-DIGITS = ZERO
                    MOVE "N" TO WS-AMT-OK-SW
                    MOVE "AMOUNT NOT A DECIMAL NUMBER" TO WS-ERR-TEXT
                ELSE
                    IF WS-DEC-DIGITS > 2
                        MOVE "N" TO WS-AMT-OK-SW
                        MOVE "MORE THAN 2 DECIMAL PLACES"
                            TO WS-ERR-TEXT
                    ELSE
                        IF WS-INT-DIGITS > 7
                            MOVE "N" TO WS-AMT-OK-SW
                            MOVE "AMOUNT OVER 9999999.99"
                                TO WS-ERR-TEXT
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-AMT-OK
                IF WS-DEC-DIGITS = 1
                    MULTIPLY 10 BY WS-AMT-DEC
                END-IF
                COMPUTE WS-AMT-VALUE = WS-AMT-INT + WS-AMT-DEC / 100
                IF WS-AMT-SIGN = "-"
                    COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
                END-IF
            ELSE
                PERFORM WRITE-ERROR-LINE
            END-IF.

       SCAN-AMOUNT-CHARACTER.
            EVALUATE TRUE
                WHEN WS-VAL(WS-CHR-IX:1) NUMERIC
                    MOVE WS-VAL(WS-CHR-IX:1) TO WS-DIGIT
                    IF WS-POINT-SEEN
                        ADD 1 TO WS-DEC-DIGITS
                        IF WS-DEC-DIGITS <= 2
                            COMPUTE WS-AMT-DEC =
                                WS-AMT-DEC * 10 + WS-DIGIT
                        END-IF
                    ELSE
                        ADD 1 TO WS-INT-DIGITS
                        IF WS-INT-DIGITS <= 7
                            COMPUTE WS-AMT-INT =
                                WS-AMT-INT * 10 + WS-DIGIT
                        END-IF
                    END-IF
                WHEN WS-VAL(WS-CHR-IX:1) = "."
                 AND NOT WS-POINT-SEEN
                    SET WS-POINT-SEEN TO TRUE
                WHEN (WS-VAL(WS-CHR-IX:1) = "+" OR "-")
                 AND WS-CHR-IX = 1
                    MOVE WS-VAL(WS-CHR-IX:1) TO WS-AMT-SIGN
                WHEN OTHER
                    MOVE "N" TO WS-AMT-OK-SW
                    MOVE "AMOUNT NOT A DECIMAL NUMBER" TO WS-ERR-TEXT
            END-EVALUATE.

      * Leading and trailing blanks and a pair of enclosing quotes
      * (as spreadsheets write text cells) are not part of the value.
       TRIM-FIELD-VALUE.
            MOVE SPACES TO WS-VAL
            MOVE ZEROS TO WS-VAL-LEN
            IF WS-VAL-WORK NOT = SPACES
                MOVE ZEROS TO WS-VAL-LEAD
                INSPECT WS-VAL-WORK TALLYING WS-VAL-LEAD
                    FOR LEADING SPACES
                MOVE WS-VAL-WORK(WS-VAL-LEAD + 1:) TO WS-VAL
                PERFORM MEASURE-FIELD-VALUE
                IF WS-VAL-LEN > 1 AND WS-VAL(1:1) = QUOTE
                   AND WS-VAL(WS-VAL-LEN:1) = QUOTE
                    MOVE SPACES TO WS-VAL-WORK
                    IF WS-VAL-LEN > 2
                        MOVE WS-VAL(2:WS-VAL-LEN - 2) TO WS-VAL-WORK
                    END-IF
                    MOVE SPACES TO WS-VAL
                    MOVE ZEROS TO WS-VAL-LEN
                    IF WS-VAL-WORK NOT = SPACES
                        MOVE ZEROS TO WS-VAL-LEAD
                        INSPECT WS-VAL-WORK TALLYING WS-VAL-LEAD
                            FOR LEADING SPACES
                        MOVE WS-VAL-WORK(WS-VAL-LEAD + 1:) TO WS-VAL
                        PERFORM MEASURE-FIELD-VALUE
                    END-IF
                END-IF
            END-IF.

       MEASURE-FIELD-VALUE.
            MOVE 40 TO WS-VAL-LEN
            PERFORM UNTIL WS-VAL-LEN = ZERO
                    OR WS-VAL(WS-VAL-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM WS-VAL-LEN
            END-PERFORM.

      * WS-ERR-COL, WS-ERR-VALUE and WS-ERR-TEXT describe the error;
      * column zero is an error about the row as a whole.
       WRITE-ERROR-LINE.
            SET WS-ROW-BAD TO TRUE
            ADD 1 TO WS-ERROR-COUNT
            MOVE WS-ROW-NO TO CVR-ERR-ROW
            MOVE WS-ERR-COL TO CVR-ERR-COL
            IF WS-ERR-COL = ZERO
                MOVE "(ROW)" TO CVR-ERR-NAME
            ELSE
                MOVE WS-COL-NAME(WS-ERR-COL) TO CVR-ERR-NAME
            END-IF
            MOVE WS-ERR-VALUE TO CVR-ERR-VALUE
            MOVE WS-ERR-TEXT TO CVR-ERR-TEXT
            WRITE CSVR-RECORD FROM CVR-ERROR-LINE.

       KEEP-CLEAN-ROW.
            IF WS-TRN-COUNT = 5000
                DISPLAY "SOMACSV: MORE THAN 5000 TRANSACTION ROWS - "
                    "RUN ABORTED"
                MOVE "REFUSED - MORE THAN 5000 ROWS, SPLIT THE FILE"
                    TO CVR-STATUS-TEXT
                WRITE CSVR-RECORD FROM CVR-STATUS-LINE
                CLOSE SOMA-CSV-IN
                PERFORM ABORT-INTAKE
            END-IF
            ADD 1 TO WS-TRN-COUNT
            MOVE WS-ROW-ID TO TR-TRANS-ID
            MOVE WS-ROW-ACCT TO TR-ACCOUNT-CODE
            MOVE WS-ROW-OP TO TR-OP-CODE
            MOVE WS-ROW-CCY TO TR-CURRENCY-CODE
            MOVE WS-ROW-N1 TO TR-N1
            MOVE WS-ROW-N2 TO TR-N2
            MOVE WS-ROW-CONTRA TO TR-CONTRA-ACCOUNT
            MOVE SOMA-TRANS-RECORD TO WS-TRN-ENTRY(WS-TRN-COUNT)
            MOVE WS-ROW-NO TO WS-TRN-ROW(WS-TRN-COUNT)
            MOVE WS-ROW-EFF TO WS-TRN-EFF(WS-TRN-COUNT)
            IF WS-ROW-EFF NOT = SPACES
                ADD 1 TO WS-EFF-COUNT
            END-IF.

       SORT-TRANSACTION-TABLE.
            PERFORM VARYING WS-TRN-IX FROM 1 BY 1
                    UNTIL WS-TRN-IX >= WS-TRN-COUNT
                PERFORM VARYING WS-TRN-IX2 FROM 1 BY 1
                        UNTIL WS-TRN-IX2 > WS-TRN-COUNT - WS-TRN-IX
                    IF WS-TRN-ID(WS-TRN-IX2) >
                       WS-TRN-ID(WS-TRN-IX2 + 1)
                        MOVE WS-TRN-ENTRY(WS-TRN-IX2) TO WS-TRN-HOLD
                        MOVE WS-TRN-ENTRY(WS-TRN-IX2 + 1)
                            TO WS-TRN-ENTRY(WS-TRN-IX2)
                        MOVE WS-TRN-HOLD
                            TO WS-TRN-ENTRY(WS-TRN-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

      * SOMA rejects a repeated id as a duplicate, so a repeat within
      * the file is an error on the later row.
       CHECK-DUPLICATE-IDS.
            PERFORM VARYING WS-TRN-IX FROM 2 BY 1
                    UNTIL WS-TRN-IX > WS-TRN-COUNT
                COMPUTE WS-TRN-IX2 = WS-TRN-IX - 1
                IF WS-TRN-ID(WS-TRN-IX) = WS-TRN-ID(WS-TRN-IX2)
                    PERFORM WRITE-DUPLICATE-ERROR
                END-IF
            END-PERFORM.

       WRITE-DUPLICATE-ERROR.
            IF WS-TRN-ROW(WS-TRN-IX) > WS-TRN-ROW(WS-TRN-IX2)
                MOVE WS-TRN-ROW(WS-TRN-IX) TO WS-ROW-NO
                MOVE WS-TRN-ROW(WS-TRN-IX2) TO WS-ROW-OUT
            ELSE
                MOVE WS-TRN-ROW(WS-TRN-IX2) TO WS-ROW-NO
                MOVE WS-TRN-ROW(WS-TRN-IX) TO WS-ROW-OUT
            END-IF
            MOVE WS-COL-ID TO WS-ERR-COL
            MOVE WS-TRN-ID(WS-TRN-IX) TO WS-ERR-VALUE
            MOVE SPACES TO WS-ERR-TEXT
            STRING "DUPLICATE TRANS-ID - SAME AS ROW " WS-ROW-OUT
                DELIMITED BY SIZE INTO WS-ERR-TEXT
            PERFORM WRITE-ERROR-LINE
            ADD 1 TO WS-BAD-ROWS.

      * SOMAMRG recuts a consumed feed as a bare zero trailer; any
      * transactions still on the feed have not been merged yet.
       CHECK-PRIOR-FEED-MERGED.
            MOVE ZEROS TO WS-OLD-FEED-COUNT
            OPEN INPUT SOMA-FEED-OUT
            IF WS-FEED-STATUS NOT = "35"
                PERFORM READ-OLD-FEED-RECORD
                PERFORM UNTIL WS-FEED-EOF
                    IF FEED-RECORD(1:1) NOT = "T"
                        ADD 1 TO WS-OLD-FEED-COUNT
                    END-IF
                    PERFORM READ-OLD-FEED-RECORD
                END-PERFORM
                CLOSE SOMA-FEED-OUT
                IF WS-OLD-FEED-COUNT > ZERO
                    SET WS-UNMERGED TO TRUE
                END-IF
            END-IF.

       READ-OLD-FEED-RECORD.
            READ SOMA-FEED-OUT
                AT END
                    SET WS-FEED-EOF TO TRUE
            END-READ.

       REFUSE-UNMERGED-FEED.
            DISPLAY "SOMACSV: " WS-FEED-FILE-NAME(1:16)
                " STILL CARRIES "
                WS-OLD-FEED-COUNT " UNMERGED TRANSACTION(S) - "
                "RUN ABORTED"
            MOVE SPACES TO CVR-STATUS-TEXT
            STRING "REFUSED - PREVIOUS FEED NOT YET MERGED, "
                "RESUBMIT AFTER THE NEXT MERGE"
                DELIMITED BY SIZE INTO CVR-STATUS-TEXT
            WRITE CSVR-RECORD FROM CVR-STATUS-LINE
            PERFORM ABORT-INTAKE.

       WRITE-BRANCH-FEED.
            OPEN OUTPUT SOMA-FEED-OUT
            PERFORM VARYING WS-TRN-IX FROM 1 BY 1
                    UNTIL WS-TRN-IX > WS-TRN-COUNT
                IF WS-TRN-EFF(WS-TRN-IX) = SPACES
                    MOVE WS-TRN-ENTRY(WS-TRN-IX) TO SOMA-TRANS-RECORD
                    WRITE FEED-RECORD FROM SOMA-TRANS-RECORD
                    ADD 1 TO WS-CUT-COUNT
                    ADD TR-N1 TR-N2 TO WS-CUT-SUM
                END-IF
            END-PERFORM
            SET FDT-TRAILER TO TRUE
            MOVE WS-CUT-COUNT TO FDT-REC-COUNT
            MOVE WS-CUT-SUM TO FDT-INPUT-SUM
            WRITE FEED-RECORD FROM FDT-LINE
            CLOSE SOMA-FEED-OUT.

      * The new generation is the warehouse as it stands with this
      * file's future-dated rows after it. The release date is left
      * for SOMAWHS to roll off the calendar.
       STAGE-WAREHOUSE-ITEMS.
            OPEN OUTPUT SOMA-WHSNEW
            MOVE "N" TO WS-WHS-EOF-SW
            OPEN INPUT SOMA-WHSE
            IF WS-WHSE-STATUS NOT = "35"
                PERFORM READ-WAREHOUSE-RECORD
                PERFORM UNTIL WS-WHS-EOF
                    WRITE WHSNEW-RECORD FROM WHI-LINE
                    ADD 1 TO WS-WHS-COPY-COUNT
                    PERFORM READ-WAREHOUSE-RECORD
                END-PERFORM
                CLOSE SOMA-WHSE
            END-IF
            PERFORM VARYING WS-TRN-IX FROM 1 BY 1
                    UNTIL WS-TRN-IX > WS-TRN-COUNT
                IF WS-TRN-EFF(WS-TRN-IX) NOT = SPACES
                    MOVE SPACES TO WHI-LINE
                    SET WHI-WAITING TO TRUE
                    MOVE WS-TRN-EFF(WS-TRN-IX) TO WHI-EFFECTIVE-DATE
                    MOVE WS-RUN-DATE TO WHI-DATE-ADDED
                    MOVE WS-BRANCH-ID TO WHI-SOURCE
                    MOVE ZEROS TO WHI-RELEASED-ID
                    MOVE WS-TRN-ENTRY(WS-TRN-IX) TO SOMA-TRANS-RECORD
                    MOVE SOMA-TRANS-RECORD TO WHI-TRANS
                    WRITE WHSNEW-RECORD FROM WHI-LINE
                    ADD 1 TO WS-WHSE-COUNT
                    ADD TR-N1 TR-N2 TO WS-WHSE-SUM
                END-IF
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
            IF WS-VERIFY-COUNT NOT = WS-WHS-COPY-COUNT + WS-WHSE-COUNT
                DISPLAY "SOMACSV: NEW WAREHOUSE GENERATION FAILS "
                    "VERIFY - NOTHING FED, SOMAWHSE.DAT LEFT UNTOUCHED"
                MOVE "REFUSED - WAREHOUSE NOT WRITTEN, RESUBMIT"
                    TO CVR-STATUS-TEXT
                WRITE CSVR-RECORD FROM CVR-STATUS-LINE
                PERFORM ABORT-INTAKE
            END-IF.

       READ-VERIFY-RECORD.
            READ SOMA-WHSNEW
                AT END
                    SET WS-VERIFY-EOF TO TRUE
            END-READ.

      * Only once the feed is out. A swap that fails leaves the feed
      * without its future-dated rows; the merge must be held until
      * SOMAWHSE.NEW is put in place by hand.
       SWAP-WAREHOUSE-FILE.
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
                DISPLAY "SOMACSV: WAREHOUSE GENERATION SWAP FAILED - "
                    "FEED CUT WITHOUT ITS FUTURE-DATED ROWS, HOLD THE "
                    "MERGE AND PUT SOMAWHSE.NEW IN PLACE"
                PERFORM ABORT-INTAKE
            END-IF
            DISPLAY "SOMACSV: " WS-WHSE-COUNT " ROW(S) PARKED ON "
                "SOMAWHSE.DAT".

       ADD-TO-FEED-LIST.
            OPEN INPUT SOMA-FEEDLIST
            IF WS-FEEDLIST-STATUS NOT = "35"
                PERFORM READ-FEEDLIST-RECORD
                PERFORM UNTIL WS-FDL-EOF
                    IF FDL-FILE-NAME = WS-FEED-FILE-NAME
                        SET WS-ALREADY-LISTED TO TRUE
                    END-IF
                    PERFORM READ-FEEDLIST-RECORD
                END-PERFORM
                CLOSE SOMA-FEEDLIST
            END-IF
            IF NOT WS-ALREADY-LISTED
                MOVE WS-BRANCH-ID TO FDL-BRANCH-ID
                MOVE WS-FEED-FILE-NAME TO FDL-FILE-NAME
                OPEN EXTEND SOMA-FEEDLIST
                IF WS-FEEDLIST-STATUS = "35"
                    OPEN OUTPUT SOMA-FEEDLIST
                END-IF
                WRITE FDLST-RECORD FROM FDL-LINE
                CLOSE SOMA-FEEDLIST
                DISPLAY "SOMACSV: " WS-FEED-FILE-NAME(1:16)
                    " ADDED TO SOMAFEED.DAT"
            END-IF.

       READ-FEEDLIST-RECORD.
            READ SOMA-FEEDLIST INTO FDL-LINE
                AT END
                    SET WS-FDL-EOF TO TRUE
            END-READ.

       WRITE-INTAKE-TOTALS.
            IF WS-ERROR-COUNT = ZERO
                MOVE "NO ERRORS FOUND" TO CVR-SEC-TEXT
                WRITE CSVR-RECORD FROM CVR-SECTION-LINE
            END-IF
            MOVE SPACES TO CVR-TOT-SUM-X
            MOVE "TRANSACTION ROWS READ" TO CVR-TOT-LABEL
            MOVE WS-DATA-ROWS TO CVR-TOT-COUNT
            WRITE CSVR-RECORD FROM CVR-TOTAL-LINE
            MOVE "ROWS IN ERROR" TO CVR-TOT-LABEL
            MOVE WS-BAD-ROWS TO CVR-TOT-COUNT
            WRITE CSVR-RECORD FROM CVR-TOTAL-LINE
            MOVE "ERRORS LISTED" TO CVR-TOT-LABEL
            MOVE WS-ERROR-COUNT TO CVR-TOT-COUNT
            WRITE CSVR-RECORD FROM CVR-TOTAL-LINE
            MOVE "TRANSACTIONS FED / N1+N2" TO CVR-TOT-LABEL
            MOVE WS-CUT-COUNT TO CVR-TOT-COUNT
            MOVE WS-CUT-SUM TO CVR-TOT-SUM
            WRITE CSVR-RECORD FROM CVR-TOTAL-LINE
            MOVE "WAREHOUSED / N1+N2" TO CVR-TOT-LABEL
            MOVE WS-WHSE-COUNT TO CVR-TOT-COUNT
            MOVE WS-WHSE-SUM TO CVR-TOT-SUM
            WRITE CSVR-RECORD FROM CVR-TOTAL-LINE
            MOVE SPACES TO CVR-STATUS-TEXT
            IF WS-ERROR-COUNT > ZERO
                STRING "REFUSED - WHOLE FILE RETURNED, CORRECT THE "
                    "ROWS LISTED AND RESEND" DELIMITED BY SIZE
                    INTO CVR-STATUS-TEXT
            ELSE
                STRING "ACCEPTED - QUEUED FOR THE NEXT MERGE AS "
                    DELIMITED BY SIZE
                    WS-FEED-FILE-NAME DELIMITED BY SPACE
                    INTO CVR-STATUS-TEXT
            END-IF
            WRITE CSVR-RECORD FROM CVR-STATUS-LINE.

       WRITE-RUN-LOG-START.
            SET RNL-START-REC TO TRUE
            MOVE ZEROS TO RNL-RETURN-CODE
            MOVE ZEROS TO RNL-COUNT-1
            MOVE ZEROS TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
            SET RNL-END-REC TO TRUE
            MOVE RETURN-CODE TO RNL-RETURN-CODE
            MOVE WS-DATA-ROWS TO RNL-COUNT-1
            MOVE WS-CUT-COUNT TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
            MOVE "SOMACSV" TO RNL-PROGRAM
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

       END PROGRAM somacsv.
