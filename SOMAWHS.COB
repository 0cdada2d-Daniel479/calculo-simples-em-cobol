      ******************************************************************
      * Author: Daniel
      * Purpose: Future-dated transaction warehouse - daily release
      *          and forward report. Runs nightly BEFORE SOMAMRG.
      *          Every item waiting on SOMAWHSE.DAT (SOMAWHI layout)
      *          has its effective date rolled against the SOMACAL
      *          calendar to the business date it is to post on - the
      *          effective date itself when it is a business day,
      *          otherwise the next business day after it - so a
      *          holiday added to the calendar after the item was
      *          warehoused still moves it. Items whose release date
      *          has come (or passed, if a night was missed) are cut
      *          to the SOMAWHRF.DAT feed in the SOMATRAN layout under
      *          fresh ids from SOMASEQ.DAT, in ascending order, with
      *          the SOMAFDT control trailer, and the feed is added
      *          to SOMAFEED.DAT (once) so SOMAMRG merges and consumes
      *          it with the branch feeds. Released items are marked
      *          "R" with the id they went out under; the new
      *          warehouse generation is verified and swapped in with
      *          the prior file kept as SOMAWHSE.PRV - after the feed
      *          and SOMASEQ.DAT are written, so a failure between
      *          them leaves an unmerged feed the rerun stops on. A
      *          rerun on a night already released, before or after
      *          the merge, cuts nothing again and only reprints the
      *          report; a feed still carrying an unmerged release of
      *          an earlier run is never overwritten. With nothing
      *          due the feed is recut empty, so the merge always
      *          finds it. The SOMAWHSR.DAT report lists tonight's
      *          releases, the items due over the next
      *          SOMA_WHS_DAYS business days (default 5, at most 30)
      *          by release date, the items waiting beyond them or
      *          beyond the end of the calendar, and the projected
      *          net movement per account from tonight to the end of
      *          those days - each item's calculation result in the
      *          base currency at today's SOMARATE rates, a transfer
      *          counted against both accounts - for treasury's
      *          forward view. PARM optionally carries the business
      *          date (YYYY-MM-DD); with no PARM the calendar's
      *          current record is used. RC=0 normal, RC=4 items
      *          released late or not yet on the calendar, RC=12 bad
      *          PARM, no calendar, unmerged prior release, bad
      *          sequence file, table overflow or swap failure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somawhs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-WHSE ASSIGN TO "SOMAWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT SOMA-WHSNEW ASSIGN TO "SOMAWHSE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-WHRF ASSIGN TO "SOMAWHRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHRF-STATUS.
           SELECT SOMA-WHSR ASSIGN TO "SOMAWHSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-SEQ ASSIGN TO "SOMASEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT SOMA-FEEDLIST ASSIGN TO "SOMAFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLIST-STATUS.
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
       FD  SOMA-WHSE.
       01  WHS-RECORD              PIC X(133).
       FD  SOMA-WHSNEW.
       01  WHSNEW-RECORD           PIC X(133).
       FD  SOMA-WHRF.
       01  WHRF-RECORD             PIC X(50).
       FD  SOMA-WHSR.
       01  WHSR-RECORD             PIC X(100).
       FD  SOMA-SEQ.
       01  SEQ-RECORD              PIC X(06).
       FD  SOMA-FEEDLIST.
       01  FDLST-RECORD            PIC X(89).
       FD  SOMA-RATE.
       01  RTE-RECORD              PIC X(14).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       77 WS-WHSE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-WHRF-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-SEQ-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-FEEDLIST-STATUS    PIC X(02) VALUE ZEROS.
       77 WS-RATE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-RUN-TIME           PIC X(08) VALUE SPACES.
       77 WS-BASE-CURRENCY      PIC X(03) VALUE "BRL".
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-WHS-EOF-SW         PIC X(01) VALUE "N".
           88 WS-WHS-EOF                  VALUE "Y".
       77 WS-WHRF-EOF-SW        PIC X(01) VALUE "N".
           88 WS-WHRF-EOF                 VALUE "Y".
       77 WS-FDL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-FDL-EOF                  VALUE "Y".
       77 WS-RTE-EOF-SW         PIC X(01) VALUE "N".
           88 WS-RTE-EOF                  VALUE "Y".
       77 WS-VERIFY-EOF-SW      PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF               VALUE "Y".
       77 WS-WHSE-FOUND-SW      PIC X(01) VALUE "N".
           88 WS-WHSE-FOUND               VALUE "Y".
       77 WS-CHANGED-SW         PIC X(01) VALUE "N".
           88 WS-WHSE-CHANGED             VALUE "Y".
       77 WS-ALREADY-SW         PIC X(01) VALUE "N".
           88 WS-ALREADY-RELEASED         VALUE "Y".
       77 WS-LISTED-SW          PIC X(01) VALUE "N".
           88 WS-ALREADY-LISTED           VALUE "Y".
       77 WS-RTE-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-RTE-FOUND                VALUE "Y".
       77 WS-ACC-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-ACC-FOUND                VALUE "Y".
       77 WS-DAYS-RAW           PIC X(04) VALUE SPACES.
       77 WS-HORIZON-DAYS       PIC 9(03) VALUE 5.
       77 WS-HORIZON-END        PIC X(10) VALUE SPACES.
       77 WS-CAL-LAST           PIC X(10) VALUE SPACES.
       77 WS-NEXT-ID            PIC 9(06) VALUE 900001.
       77 WS-OLD-FEED-COUNT     PIC 9(06) VALUE ZEROS.
       77 WS-RELEASED-COUNT     PIC 9(06) VALUE ZEROS.
       77 WS-LATE-COUNT         PIC 9(06) VALUE ZEROS.
       77 WS-WAITING-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-DUE-COUNT          PIC 9(06) VALUE ZEROS.
       77 WS-BEYOND-COUNT       PIC 9(06) VALUE ZEROS.
       77 WS-NOCAL-COUNT        PIC 9(06) VALUE ZEROS.
       77 WS-TONIGHT-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-CUT-COUNT          PIC 9(06) VALUE ZEROS.
       77 WS-CUT-SUM            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-VERIFY-COUNT       PIC 9(05) VALUE ZEROS.
       77 WS-RENAME-RC          PIC S9(09) BINARY VALUE ZEROS.
       77 WS-GEN-OLD-NAME       PIC X(80) VALUE SPACES.
       77 WS-GEN-NEW-NAME       PIC X(80) VALUE SPACES.
       77 WS-ROLL-DATE          PIC X(10) VALUE SPACES.
       77 WS-ROLL-KEY           PIC X(10) VALUE SPACES.
       77 WS-ITEM-NOTE          PIC X(08) VALUE SPACES.
      * Business dates off the calendar, ascending.
       77 WS-BUS-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-BUS-IX             PIC 9(04) VALUE ZEROS.
       77 WS-BUS-END            PIC 9(04) VALUE ZEROS.
       77 WS-BUS-LAST           PIC 9(04) VALUE ZEROS.
       77 WS-BUS-LO             PIC 9(04) VALUE ZEROS.
       77 WS-BUS-HI             PIC 9(04) VALUE ZEROS.
       77 WS-BUS-MID            PIC 9(04) VALUE ZEROS.
       01 WS-BUS-TABLE.
           05 WS-BUS-DATE OCCURS 3000 PIC X(10).
      * The warehouse, in file order.
       77 WS-WHS-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-WHS-IX             PIC 9(05) VALUE ZEROS.
       01 WS-WHS-TABLE.
           05 WS-WHS-ENTRY OCCURS 5000 PIC X(133).
      * Set against the entries this run releases - only these are
      * cut to the feed.
       01 WS-CUT-TABLE             VALUE SPACES.
           05 WS-CUT-FLAG OCCURS 5000 PIC X(01).
              88 WS-CUT-TONIGHT              VALUE "Y".
      * Projected movement per account over the report days.
       77 WS-ACC-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-ACC-IX             PIC 9(04) VALUE ZEROS.
       77 WS-ACC-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-ACC-KEY            PIC X(10) VALUE SPACES.
       77 WS-ACC-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-ACC-HOLD           PIC X(33) VALUE SPACES.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 2000.
              10 WS-ACC-ACCT       PIC X(10).
              10 WS-ACC-ITEMS      PIC 9(06).
              10 WS-ACC-NET        PIC S9(11)V99 COMP-3.
              10 WS-ACC-FIRST      PIC X(10).
       77 WS-RTE-COUNT          PIC 9(02) VALUE ZEROS.
       77 WS-RTE-IX             PIC 9(02) VALUE ZEROS.
       77 WS-RATE               PIC 9(4)V9(6) VALUE ZEROS.
       01 WS-RTE-TABLE.
           05 WS-RTE-ENTRY OCCURS 50.
              10 WS-RTE-CCY        PIC X(03).
              10 WS-RTE-RATE       PIC 9(4)V9(6) COMP-3.
       77 WS-PRJ-N1             PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-PRJ-N2             PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-PRJ-RESULT         PIC S9(11)V99 COMP-3 VALUE ZEROS.
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
           COPY SOMAWHR.
           COPY SOMATRAN.
           COPY SOMAFDT.
           COPY SOMAFDL.
           COPY SOMASEQ.
           COPY SOMARTE.
           COPY SOMACAL.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-JOB-PARM
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM READ-HORIZON-DAYS
            PERFORM WRITE-RUN-LOG-START
            OPEN OUTPUT SOMA-WHSR
            MOVE "SOMA FUTURE-DATED WAREHOUSE REPORT" TO WHR-HDG-TITLE
            MOVE WS-RUN-DATE TO WHR-HDG-DATE
            MOVE "BUSINESS DAYS AHEAD:" TO WHR-HDG-DAYS-TEXT
            MOVE WS-HORIZON-DAYS TO WHR-HDG-DAYS
            WRITE WHSR-RECORD FROM WHR-HEADING-LINE
            PERFORM FIND-HORIZON-END
            PERFORM LOAD-RATE-TABLE
            PERFORM LOAD-WAREHOUSE-FILE
            PERFORM CHECK-PRIOR-RELEASE-MERGED
            PERFORM ROLL-WAITING-ITEMS
            IF NOT WS-ALREADY-RELEASED
                PERFORM READ-SEQUENCE-FILE
                PERFORM RELEASE-DUE-ITEMS
            END-IF
            IF WS-WHSE-CHANGED
                PERFORM WRITE-WAREHOUSE-FILE
            END-IF
      * The feed and the sequence go out before the warehouse swap, so
      * a failure between them leaves an unmerged feed with nothing
      * marked released - the rerun stops on it rather than losing it.
            IF NOT WS-ALREADY-RELEASED
                PERFORM WRITE-RELEASE-FEED
                IF WS-RELEASED-COUNT > ZERO
                    PERFORM WRITE-SEQUENCE-FILE
                END-IF
            END-IF
            IF WS-WHSE-CHANGED
                PERFORM SWAP-WAREHOUSE-FILE
            END-IF
            IF NOT WS-ALREADY-RELEASED
                PERFORM ADD-TO-FEED-LIST
            END-IF
            PERFORM REPORT-RELEASED-TONIGHT
            PERFORM REPORT-DUE-AHEAD
            PERFORM REPORT-NOT-ON-CALENDAR
            PERFORM REPORT-ACCOUNT-TOTALS
            PERFORM WRITE-WAREHOUSE-TOTALS
            CLOSE SOMA-WHSR
            DISPLAY "SOMAWHS: " WS-RELEASED-COUNT " ITEM(S) RELEASED "
                "FOR " WS-RUN-DATE ", " WS-DUE-COUNT " DUE IN THE "
                "NEXT " WS-HORIZON-DAYS " BUSINESS DAY(S), "
                WS-WAITING-COUNT " STILL WAITING"
            IF WS-LATE-COUNT > ZERO OR WS-NOCAL-COUNT > ZERO
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
                    DISPLAY "SOMAWHS: PARM DATE " WS-PARM-STRING(1:12)
                        " NOT YYYY-MM-DD - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      * The whole calendar is read - its business dates are what the
      * effective dates roll to.
       READ-BUSINESS-CALENDAR.
            OPEN INPUT SOMA-CAL
            IF WS-CAL-STATUS = "35"
                DISPLAY "SOMAWHS: NO SOMACAL.DAT - RELEASE DATES "
                    "UNKNOWN, RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-CALENDAR-RECORD
            PERFORM UNTIL WS-CAL-EOF
                IF CAL-CURRENT = "C" AND WS-RUN-DATE = SPACES
                    MOVE CAL-BUS-DATE TO WS-RUN-DATE
                END-IF
                MOVE CAL-BUS-DATE TO WS-CAL-LAST
                IF CAL-DAY-TYPE = "B"
                    IF WS-BUS-COUNT < 3000
                        ADD 1 TO WS-BUS-COUNT
                        MOVE CAL-BUS-DATE TO WS-BUS-DATE(WS-BUS-COUNT)
                    ELSE
                        DISPLAY "SOMAWHS: CALENDAR EXCEEDS TABLE AT "
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

       READ-HORIZON-DAYS.
            ACCEPT WS-DAYS-RAW FROM ENVIRONMENT "SOMA_WHS_DAYS"
            IF WS-DAYS-RAW NOT = SPACES
                COMPUTE WS-HORIZON-DAYS = FUNCTION NUMVAL(WS-DAYS-RAW)
            END-IF
            IF WS-HORIZON-DAYS = ZERO
                MOVE 5 TO WS-HORIZON-DAYS
            END-IF
            IF WS-HORIZON-DAYS > 30
                MOVE 30 TO WS-HORIZON-DAYS
            END-IF.

       ABORT-RELEASE.
            CLOSE SOMA-WHSR
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

      * The report runs from tonight to the Nth business date after
      * the run date, or to the end of the calendar if that is nearer.
       FIND-HORIZON-END.
            MOVE ZEROS TO WS-BUS-END
            PERFORM VARYING WS-BUS-IX FROM 1 BY 1
                    UNTIL WS-BUS-IX > WS-BUS-COUNT
                IF WS-BUS-DATE(WS-BUS-IX) NOT > WS-RUN-DATE
                    MOVE WS-BUS-IX TO WS-BUS-END
                END-IF
            END-PERFORM
            COMPUTE WS-BUS-LAST = WS-BUS-END + WS-HORIZON-DAYS
            IF WS-BUS-LAST > WS-BUS-COUNT
                MOVE WS-BUS-COUNT TO WS-BUS-LAST
                MOVE "CALENDAR ENDS BEFORE THE LAST REPORT DAY"
                    TO WHR-SEC-TEXT
                WRITE WHSR-RECORD FROM WHR-SECTION-LINE
            END-IF
            IF WS-BUS-LAST > ZERO
                MOVE WS-BUS-DATE(WS-BUS-LAST) TO WS-HORIZON-END
            ELSE
                MOVE WS-RUN-DATE TO WS-HORIZON-END
            END-IF.

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
                        MOVE RTE-RATE TO WS-RTE-RATE(WS-RTE-COUNT)
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

       LOAD-WAREHOUSE-FILE.
            OPEN INPUT SOMA-WHSE
            IF WS-WHSE-STATUS = "35"
                MOVE "NO SOMAWHSE.DAT - NOTHING WAREHOUSED"
                    TO WHR-SEC-TEXT
                WRITE WHSR-RECORD FROM WHR-SECTION-LINE
            ELSE
                SET WS-WHSE-FOUND TO TRUE
                PERFORM READ-WAREHOUSE-RECORD
                PERFORM UNTIL WS-WHS-EOF
                    IF WS-WHS-COUNT = 5000
                        DISPLAY "SOMAWHS: WAREHOUSE EXCEEDS TABLE AT "
                            WHI-TRANS-ID " - RUN ABORTED"
                        CLOSE SOMA-WHSE
                        PERFORM ABORT-RELEASE
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

      * SOMAMRG recuts a consumed feed as a bare zero trailer. Items
      * already marked released for tonight mean tonight's release was
      * cut: the feed is left as it stands, whether or not the merge
      * has consumed it yet, and only the report is reprinted. Any
      * transactions on the feed otherwise are a release the merge
      * never took.
       CHECK-PRIOR-RELEASE-MERGED.
            MOVE ZEROS TO WS-OLD-FEED-COUNT
            OPEN INPUT SOMA-WHRF
            IF WS-WHRF-STATUS NOT = "35"
                PERFORM READ-RELEASE-FEED-RECORD
                PERFORM UNTIL WS-WHRF-EOF
                    IF WHRF-RECORD(1:1) NOT = "T"
                        ADD 1 TO WS-OLD-FEED-COUNT
                    END-IF
                    PERFORM READ-RELEASE-FEED-RECORD
                END-PERFORM
                CLOSE SOMA-WHRF
            END-IF
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                MOVE WS-WHS-ENTRY(WS-WHS-IX) TO WHI-LINE
                IF WHI-RELEASED
                   AND WHI-DATE-ACTIONED = WS-RUN-DATE
                    SET WS-ALREADY-RELEASED TO TRUE
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-ALREADY-RELEASED AND WS-OLD-FEED-COUNT > ZERO
                    MOVE "ALREADY RELEASED - SOMAWHRF.DAT AS IT STANDS"
                        TO WHR-SEC-TEXT
                    WRITE WHSR-RECORD FROM WHR-SECTION-LINE
                    DISPLAY "SOMAWHS: " WS-RUN-DATE " ALREADY "
                        "RELEASED - SOMAWHRF.DAT LEFT AS IT STANDS"
                WHEN WS-ALREADY-RELEASED
                    MOVE "ALREADY RELEASED AND MERGED - NOTHING RECUT"
                        TO WHR-SEC-TEXT
                    WRITE WHSR-RECORD FROM WHR-SECTION-LINE
                    DISPLAY "SOMAWHS: " WS-RUN-DATE " ALREADY "
                        "RELEASED AND MERGED - NOTHING RECUT"
                WHEN WS-OLD-FEED-COUNT > ZERO
                    DISPLAY "SOMAWHS: SOMAWHRF.DAT STILL CARRIES AN "
                        "UNMERGED RELEASE OF " WS-OLD-FEED-COUNT
                        " TRANSACTION(S) - RUN ABORTED"
                    PERFORM ABORT-RELEASE
            END-EVALUATE.

       READ-RELEASE-FEED-RECORD.
            READ SOMA-WHRF
                AT END
                    SET WS-WHRF-EOF TO TRUE
            END-READ.

       ROLL-WAITING-ITEMS.
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                MOVE WS-WHS-ENTRY(WS-WHS-IX) TO WHI-LINE
                IF WHI-WAITING
                    MOVE WHI-EFFECTIVE-DATE TO WS-ROLL-KEY
                    PERFORM ROLL-TO-BUSINESS-DATE
                    IF WS-ROLL-DATE NOT = WHI-RELEASE-DATE
                        MOVE WS-ROLL-DATE TO WHI-RELEASE-DATE
                        MOVE WHI-LINE TO WS-WHS-ENTRY(WS-WHS-IX)
                        SET WS-WHSE-CHANGED TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

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

       RELEASE-DUE-ITEMS.
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                MOVE WS-WHS-ENTRY(WS-WHS-IX) TO WHI-LINE
                IF WHI-WAITING AND WHI-RELEASE-DATE NOT = SPACES
                   AND WHI-RELEASE-DATE NOT > WS-RUN-DATE
                    PERFORM RELEASE-ONE-ITEM
                END-IF
            END-PERFORM.

       RELEASE-ONE-ITEM.
            IF WS-NEXT-ID = 999999
                DISPLAY "SOMAWHS: TRANS-ID SEQUENCE EXHAUSTED - "
                    "RUN ABORTED, WAREHOUSE UNTOUCHED"
                PERFORM ABORT-RELEASE
            END-IF
            SET WHI-RELEASED TO TRUE
            MOVE WS-NEXT-ID TO WHI-RELEASED-ID
            ADD 1 TO WS-NEXT-ID
            MOVE WS-RUN-DATE TO WHI-DATE-ACTIONED
            MOVE "SOMAWHS" TO WHI-OPERATOR-ID
            MOVE WHI-LINE TO WS-WHS-ENTRY(WS-WHS-IX)
            SET WS-CUT-TONIGHT(WS-WHS-IX) TO TRUE
            SET WS-WHSE-CHANGED TO TRUE
            ADD 1 TO WS-RELEASED-COUNT.

       READ-SEQUENCE-FILE.
            OPEN INPUT SOMA-SEQ
            IF WS-SEQ-STATUS = "35"
                DISPLAY "SOMAWHS: NO SOMASEQ.DAT - SEQUENCE SEEDED"
                    " AT " WS-NEXT-ID
            ELSE
                READ SOMA-SEQ INTO SEQ-LINE
                    NOT AT END
                        IF SEQ-NEXT-TRANS-ID NUMERIC
                            MOVE SEQ-NEXT-TRANS-ID TO WS-NEXT-ID
                        ELSE
                            DISPLAY "SOMAWHS: SOMASEQ.DAT UNREADABLE"
                                " - RUN ABORTED"
                            CLOSE SOMA-SEQ
                            PERFORM ABORT-RELEASE
                        END-IF
                END-READ
                CLOSE SOMA-SEQ
            END-IF.

       WRITE-SEQUENCE-FILE.
            MOVE WS-NEXT-ID TO SEQ-NEXT-TRANS-ID
            OPEN OUTPUT SOMA-SEQ
            WRITE SEQ-RECORD FROM SEQ-LINE
            CLOSE SOMA-SEQ.

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
                DISPLAY "SOMAWHS: NEW WAREHOUSE GENERATION FAILS "
                    "VERIFY - NOTHING RELEASED, SOMAWHSE.DAT LEFT "
                    "UNTOUCHED"
                PERFORM ABORT-RELEASE
            END-IF.

      * Only once the release feed is out. A swap that fails leaves
      * that feed unmerged with its items not marked released; the
      * rerun stops on it until the two are put right by hand.
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
                DISPLAY "SOMAWHS: WAREHOUSE GENERATION SWAP FAILED - "
                    "SOMAWHRF.DAT CUT BUT NOT MARKED ON THE WAREHOUSE, "
                    "HOLD THE MERGE AND FALL BACK TO SOMAWHSE.PRV"
                PERFORM ABORT-RELEASE
            END-IF.

       READ-VERIFY-RECORD.
            READ SOMA-WHSNEW
                AT END
                    SET WS-VERIFY-EOF TO TRUE
            END-READ.

      * Released ids were taken in file order from an ascending
      * sequence, so the feed comes out in ascending id order. Only
      * this run's releases are cut.
       WRITE-RELEASE-FEED.
            OPEN OUTPUT SOMA-WHRF
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                IF WS-CUT-TONIGHT(WS-WHS-IX)
                    MOVE WS-WHS-ENTRY(WS-WHS-IX) TO WHI-LINE
                    MOVE WHI-TRANS TO SOMA-TRANS-RECORD
                    MOVE WHI-RELEASED-ID TO TR-TRANS-ID
                    WRITE WHRF-RECORD FROM SOMA-TRANS-RECORD
                    ADD 1 TO WS-CUT-COUNT
                    ADD TR-N1 TR-N2 TO WS-CUT-SUM
                END-IF
            END-PERFORM
            SET FDT-TRAILER TO TRUE
            MOVE WS-CUT-COUNT TO FDT-REC-COUNT
            MOVE WS-CUT-SUM TO FDT-INPUT-SUM
            WRITE WHRF-RECORD FROM FDT-LINE
            CLOSE SOMA-WHRF.

       ADD-TO-FEED-LIST.
            OPEN INPUT SOMA-FEEDLIST
            IF WS-FEEDLIST-STATUS NOT = "35"
                PERFORM READ-FEEDLIST-RECORD
                PERFORM UNTIL WS-FDL-EOF
                    IF FDL-FILE-NAME = "SOMAWHRF.DAT"
                        SET WS-ALREADY-LISTED TO TRUE
                    END-IF
                    PERFORM READ-FEEDLIST-RECORD
                END-PERFORM
                CLOSE SOMA-FEEDLIST
            END-IF
            IF NOT WS-ALREADY-LISTED
                MOVE "WHSE" TO FDL-BRANCH-ID
                MOVE "SOMAWHRF.DAT" TO FDL-FILE-NAME
                OPEN EXTEND SOMA-FEEDLIST
                IF WS-FEEDLIST-STATUS = "35"
                    OPEN OUTPUT SOMA-FEEDLIST
                END-IF
                WRITE FDLST-RECORD FROM FDL-LINE
                CLOSE SOMA-FEEDLIST
                DISPLAY "SOMAWHS: SOMAWHRF.DAT ADDED TO SOMAFEED.DAT"
            END-IF.

       READ-FEEDLIST-RECORD.
            READ SOMA-FEEDLIST INTO FDL-LINE
                AT END
                    SET WS-FDL-EOF TO TRUE
            END-READ.

      ******************************************************************
      * Report sections. Tonight's releases and the items due within
      * the report days also feed the per-account projection.
      ******************************************************************
       REPORT-RELEASED-TONIGHT.
            MOVE "RELEASED TONIGHT ON SOMAWHRF.DAT FOR THE MERGE"
                TO WHR-SEC-TEXT
            WRITE WHSR-RECORD FROM WHR-SECTION-LINE
            WRITE WHSR-RECORD FROM WHR-ITEM-COLUMN-LINE
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                MOVE WS-WHS-ENTRY(WS-WHS-IX) TO WHI-LINE
                IF WHI-RELEASED AND WHI-DATE-ACTIONED = WS-RUN-DATE
                    ADD 1 TO WS-TONIGHT-COUNT
                    MOVE SPACES TO WS-ITEM-NOTE
                    IF WHI-RELEASE-DATE < WS-RUN-DATE
                        MOVE "LATE" TO WS-ITEM-NOTE
                        ADD 1 TO WS-LATE-COUNT
                    END-IF
                    PERFORM WRITE-ITEM-LINE
                    PERFORM PROJECT-ITEM-MOVEMENT
                END-IF
            END-PERFORM
            IF WS-TONIGHT-COUNT = ZERO
                MOVE "  NOTHING DUE TONIGHT" TO WHR-SEC-TEXT
                WRITE WHSR-RECORD FROM WHR-SECTION-LINE
            END-IF.

       REPORT-DUE-AHEAD.
            MOVE SPACES TO WHR-SEC-TEXT
            STRING "DUE IN THE NEXT BUSINESS DAYS, TO "
                WS-HORIZON-END DELIMITED BY SIZE INTO WHR-SEC-TEXT
            WRITE WHSR-RECORD FROM WHR-SECTION-LINE
            WRITE WHSR-RECORD FROM WHR-ITEM-COLUMN-LINE
            COMPUTE WS-BUS-IX = WS-BUS-END + 1
            PERFORM UNTIL WS-BUS-IX > WS-BUS-LAST
                PERFORM REPORT-ONE-DUE-DATE
                ADD 1 TO WS-BUS-IX
            END-PERFORM
            IF WS-DUE-COUNT = ZERO
                MOVE "  NOTHING DUE" TO WHR-SEC-TEXT
                WRITE WHSR-RECORD FROM WHR-SECTION-LINE
            END-IF
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                MOVE WS-WHS-ENTRY(WS-WHS-IX) TO WHI-LINE
                IF WHI-WAITING
                    ADD 1 TO WS-WAITING-COUNT
                    IF WHI-RELEASE-DATE > WS-HORIZON-END
                        ADD 1 TO WS-BEYOND-COUNT
                    END-IF
                END-IF
            END-PERFORM.

       REPORT-ONE-DUE-DATE.
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                MOVE WS-WHS-ENTRY(WS-WHS-IX) TO WHI-LINE
                IF WHI-WAITING
                   AND WHI-RELEASE-DATE = WS-BUS-DATE(WS-BUS-IX)
                    ADD 1 TO WS-DUE-COUNT
                    MOVE SPACES TO WS-ITEM-NOTE
                    IF WHI-EFFECTIVE-DATE NOT = WHI-RELEASE-DATE
                        MOVE "ROLLED" TO WS-ITEM-NOTE
                    END-IF
                    PERFORM WRITE-ITEM-LINE
                    PERFORM PROJECT-ITEM-MOVEMENT
                END-IF
            END-PERFORM.

       REPORT-NOT-ON-CALENDAR.
            PERFORM VARYING WS-WHS-IX FROM 1 BY 1
                    UNTIL WS-WHS-IX > WS-WHS-COUNT
                MOVE WS-WHS-ENTRY(WS-WHS-IX) TO WHI-LINE
                IF WHI-WAITING AND WHI-RELEASE-DATE = SPACES
                    ADD 1 TO WS-NOCAL-COUNT
                    IF WS-NOCAL-COUNT = 1
                        MOVE "WAITING BEYOND THE END OF THE CALENDAR"
                            TO WHR-SEC-TEXT
                        WRITE WHSR-RECORD FROM WHR-SECTION-LINE
                        WRITE WHSR-RECORD FROM WHR-ITEM-COLUMN-LINE
                    END-IF
                    MOVE "NO CAL" TO WS-ITEM-NOTE
                    PERFORM WRITE-ITEM-LINE
                END-IF
            END-PERFORM.

       WRITE-ITEM-LINE.
            MOVE WHI-RELEASE-DATE TO WHR-ITM-RELEASE
            MOVE WHI-EFFECTIVE-DATE TO WHR-ITM-EFFECTIVE
            MOVE WHI-TRANS-ID TO WHR-ITM-TRANS-ID
            IF WHI-RELEASED
                MOVE WHI-RELEASED-ID TO WHR-ITM-NEW-ID
            ELSE
                MOVE SPACES TO WHR-ITM-NEW-ID
            END-IF
            MOVE WHI-ACCOUNT-CODE TO WHR-ITM-ACCOUNT
            MOVE WHI-OP-CODE TO WHR-ITM-OP
            MOVE WHI-CURRENCY-CODE TO WHR-ITM-CCY
            MOVE WHI-N1 TO WHR-ITM-N1
            MOVE WHI-N2 TO WHR-ITM-N2
            MOVE WHI-CONTRA-ACCOUNT TO WHR-ITM-CONTRA
            MOVE WS-ITEM-NOTE TO WHR-ITM-NOTE
            WRITE WHSR-RECORD FROM WHR-ITEM-LINE.

      * What the item should post: its amounts converted to the base
      * currency and run through its operation, as SOMA will. A
      * calculation that cannot be done projects as zero.
       PROJECT-ITEM-MOVEMENT.
            MOVE 1 TO WS-RATE
            IF WHI-CURRENCY-CODE NOT = SPACES
               AND WHI-CURRENCY-CODE NOT = WS-BASE-CURRENCY
                PERFORM FIND-RATE-ENTRY
                IF WS-RTE-FOUND
                    MOVE WS-RTE-RATE(WS-RTE-IX) TO WS-RATE
                END-IF
            END-IF
            COMPUTE WS-PRJ-N1 ROUNDED = WHI-N1 * WS-RATE
            COMPUTE WS-PRJ-N2 ROUNDED = WHI-N2 * WS-RATE
            MOVE ZEROS TO WS-PRJ-RESULT
            EVALUATE WHI-OP-CODE
                WHEN "S"
                    COMPUTE WS-PRJ-RESULT = WS-PRJ-N1 - WS-PRJ-N2
                WHEN "M"
                    COMPUTE WS-PRJ-RESULT ROUNDED =
                        WS-PRJ-N1 * WS-PRJ-N2
                        ON SIZE ERROR
                            MOVE ZEROS TO WS-PRJ-RESULT
                    END-COMPUTE
                WHEN "D"
                    IF WS-PRJ-N2 NOT = ZERO
                        COMPUTE WS-PRJ-RESULT ROUNDED =
                            WS-PRJ-N1 / WS-PRJ-N2
                            ON SIZE ERROR
                                MOVE ZEROS TO WS-PRJ-RESULT
                        END-COMPUTE
                    END-IF
                WHEN OTHER
                    COMPUTE WS-PRJ-RESULT = WS-PRJ-N1 + WS-PRJ-N2
            END-EVALUATE
            MOVE WHI-ACCOUNT-CODE TO WS-ACC-KEY
            MOVE WS-PRJ-RESULT TO WS-ACC-AMOUNT
            PERFORM ADD-ACCOUNT-MOVEMENT
            IF WHI-CONTRA-ACCOUNT NOT = SPACES
                MOVE WHI-CONTRA-ACCOUNT TO WS-ACC-KEY
                COMPUTE WS-ACC-AMOUNT = 0 - WS-PRJ-RESULT
                PERFORM ADD-ACCOUNT-MOVEMENT
            END-IF.

       FIND-RATE-ENTRY.
            MOVE "N" TO WS-RTE-FOUND-SW
            PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                    UNTIL WS-RTE-IX > WS-RTE-COUNT
                    OR WS-RTE-FOUND
                IF WS-RTE-CCY(WS-RTE-IX) = WHI-CURRENCY-CODE
                    SET WS-RTE-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-RTE-FOUND
                SUBTRACT 1 FROM WS-RTE-IX
            END-IF.

       ADD-ACCOUNT-MOVEMENT.
            MOVE "N" TO WS-ACC-FOUND-SW
            PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                    UNTIL WS-ACC-IX > WS-ACC-COUNT OR WS-ACC-FOUND
                IF WS-ACC-ACCT(WS-ACC-IX) = WS-ACC-KEY
                    SET WS-ACC-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-ACC-FOUND
                SUBTRACT 1 FROM WS-ACC-IX
            ELSE
                IF WS-ACC-COUNT = 2000
                    DISPLAY "SOMAWHS: MORE THAN 2000 ACCOUNTS DUE - "
                        "PROJECTION INCOMPLETE"
                    MOVE ZERO TO WS-ACC-IX
                ELSE
                    ADD 1 TO WS-ACC-COUNT
                    MOVE WS-ACC-COUNT TO WS-ACC-IX
                    MOVE WS-ACC-KEY TO WS-ACC-ACCT(WS-ACC-IX)
                    MOVE ZEROS TO WS-ACC-ITEMS(WS-ACC-IX)
                    MOVE ZEROS TO WS-ACC-NET(WS-ACC-IX)
                    MOVE WHI-RELEASE-DATE TO WS-ACC-FIRST(WS-ACC-IX)
                END-IF
            END-IF
            IF WS-ACC-IX > ZERO
                ADD 1 TO WS-ACC-ITEMS(WS-ACC-IX)
                ADD WS-ACC-AMOUNT TO WS-ACC-NET(WS-ACC-IX)
                IF WHI-RELEASE-DATE < WS-ACC-FIRST(WS-ACC-IX)
                    MOVE WHI-RELEASE-DATE TO WS-ACC-FIRST(WS-ACC-IX)
                END-IF
            END-IF.

       REPORT-ACCOUNT-TOTALS.
            MOVE SPACES TO WHR-SEC-TEXT
            STRING "PROJECTED NET MOVEMENT PER ACCOUNT, TONIGHT TO "
                WS-HORIZON-END " (" WS-BASE-CURRENCY ")"
                DELIMITED BY SIZE INTO WHR-SEC-TEXT
            WRITE WHSR-RECORD FROM WHR-SECTION-LINE
            WRITE WHSR-RECORD FROM WHR-ACCT-COLUMN-LINE
            PERFORM SORT-ACCOUNT-TABLE
            PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                    UNTIL WS-ACC-IX > WS-ACC-COUNT
                MOVE WS-ACC-ACCT(WS-ACC-IX) TO WHR-ACC-ACCOUNT
                MOVE WS-ACC-ITEMS(WS-ACC-IX) TO WHR-ACC-COUNT
                MOVE WS-ACC-NET(WS-ACC-IX) TO WHR-ACC-NET
                MOVE WS-ACC-FIRST(WS-ACC-IX) TO WHR-ACC-FIRST-DUE
                WRITE WHSR-RECORD FROM WHR-ACCOUNT-LINE
            END-PERFORM
            IF WS-ACC-COUNT = ZERO
                MOVE "  NO MOVEMENT DUE" TO WHR-SEC-TEXT
                WRITE WHSR-RECORD FROM WHR-SECTION-LINE
            END-IF.

       SORT-ACCOUNT-TABLE.
            PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                    UNTIL WS-ACC-IX >= WS-ACC-COUNT
                PERFORM VARYING WS-ACC-IX2 FROM 1 BY 1
                        UNTIL WS-ACC-IX2 > WS-ACC-COUNT - WS-ACC-IX
                    IF WS-ACC-ACCT(WS-ACC-IX2) >
                       WS-ACC-ACCT(WS-ACC-IX2 + 1)
                        MOVE WS-ACC-ENTRY(WS-ACC-IX2) TO WS-ACC-HOLD
                        MOVE WS-ACC-ENTRY(WS-ACC-IX2 + 1)
                            TO WS-ACC-ENTRY(WS-ACC-IX2)
                        MOVE WS-ACC-HOLD
                            TO WS-ACC-ENTRY(WS-ACC-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       WRITE-WAREHOUSE-TOTALS.
            MOVE "RELEASED TONIGHT:" TO WHR-TOT-LABEL
            MOVE WS-TONIGHT-COUNT TO WHR-TOT-COUNT
            WRITE WHSR-RECORD FROM WHR-TOTAL-LINE
            MOVE "  OF WHICH RELEASED LATE:" TO WHR-TOT-LABEL
            MOVE WS-LATE-COUNT TO WHR-TOT-COUNT
            WRITE WHSR-RECORD FROM WHR-TOTAL-LINE
            MOVE "STILL WAITING:" TO WHR-TOT-LABEL
            MOVE WS-WAITING-COUNT TO WHR-TOT-COUNT
            WRITE WHSR-RECORD FROM WHR-TOTAL-LINE
            MOVE "  DUE WITHIN THE REPORT DAYS:" TO WHR-TOT-LABEL
            MOVE WS-DUE-COUNT TO WHR-TOT-COUNT
            WRITE WHSR-RECORD FROM WHR-TOTAL-LINE
            MOVE "  DUE AFTER THEM:" TO WHR-TOT-LABEL
            MOVE WS-BEYOND-COUNT TO WHR-TOT-COUNT
            WRITE WHSR-RECORD FROM WHR-TOTAL-LINE
            MOVE "  BEYOND THE CALENDAR:" TO WHR-TOT-LABEL
            MOVE WS-NOCAL-COUNT TO WHR-TOT-COUNT
            WRITE WHSR-RECORD FROM WHR-TOTAL-LINE
            EVALUATE TRUE
                WHEN WS-NOCAL-COUNT > ZERO
                    MOVE "ITEMS BEYOND THE CALENDAR - EXTEND SOMACAL"
                        TO WHR-STATUS-TEXT
                WHEN WS-LATE-COUNT > ZERO
                    MOVE "ITEMS RELEASED LATE - CHECK MISSED NIGHTS"
                        TO WHR-STATUS-TEXT
                WHEN WS-ALREADY-RELEASED
                    MOVE "REPORT REPRINTED - RELEASE ALREADY CUT"
                        TO WHR-STATUS-TEXT
                WHEN OTHER
                    MOVE "RELEASE CUT - SOMAWHRF.DAT READY FOR MERGE"
                        TO WHR-STATUS-TEXT
            END-EVALUATE
            WRITE WHSR-RECORD FROM WHR-STATUS-LINE.

       WRITE-RUN-LOG-START.
            SET RNL-START-REC TO TRUE
            MOVE ZEROS TO RNL-RETURN-CODE
            MOVE ZEROS TO RNL-COUNT-1
            MOVE ZEROS TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
            SET RNL-END-REC TO TRUE
            MOVE RETURN-CODE TO RNL-RETURN-CODE
            MOVE WS-RELEASED-COUNT TO RNL-COUNT-1
            MOVE WS-WAITING-COUNT TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
            MOVE "SOMAWHS" TO RNL-PROGRAM
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

       END PROGRAM somawhs.
