      ******************************************************************
      * Author: Daniel
      * Purpose: Validate-only (edit-only) pass over the consolidated
      *          feed, run in the evening window between SOMAMRG and
      *          the nightly SOMA post. Reads the SOMATRAN.DAT that
      *          SOMAMRG cut and puts every transaction through the
      *          same rules SOMA will apply - the duplicate and
      *          out-of-sequence id checks, EDIT-TRANSACTION,
      *          EDIT-OPERATION-CODE, EDIT-CURRENCY-CODE,
      *          EDIT-ACCOUNT-CODE, EDIT-CONTRA-ACCOUNT, the GL
      *          chart-of-accounts mapping check when the GL
      *          interface is on, the currency conversion and
      *          calculation, and CHECK-POSTING-LIMITS including
      *          supervisor releases waiting on the held queue -
      *          against the current SOMABALM, SOMALIMT, SOMARATE,
      *          SOMAHELD and SOMAGLMP masters, carrying the
      *          projected balances and daily running totals forward
      *          in memory exactly as the post would. NOTHING is
      *          updated: no master, queue, history, report, GL or
      *          exception file is written and the SOMABALM.LCK
      *          marker is not taken. The projection report
      *          (SOMAVALR.DAT) is broken down by branch - each
      *          transaction is traced back to the branch feed it
      *          came from through the SOMAFEED.DAT feed list (the
      *          feed itself, or its consumed .MRGD generation once
      *          SOMAMRG has merged it) - and lists the projected
      *          rejects, the projected holds and the accounts each
      *          branch would post to, then the projected closing
      *          balance of every account the feed touches, so
      *          operations can call a branch back for a clean feed
      *          before the post instead of recycling rejects through
      *          SOMARCY the next day. SOMA_REJECT_LIMIT_PCT and
      *          SOMA_GL_INTERFACE are read as SOMA reads them.
      *          PARM optionally carries the transaction file name
      *          (default SOMATRAN.DAT). The report date comes from
      *          the SOMACAL calendar's current record (system date
      *          when there is no calendar). RC=0 the feed would post
      *          clean, RC=4 projected rejects and/or holds, RC=8 the
      *          projected rejects would breach the reject threshold
      *          and abort the post, RC=12 no transaction file or a
      *          table overflow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somaval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-TRANS-IN ASSIGN TO DYNAMIC WS-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT SOMA-BALMST ASSIGN TO "SOMABALM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.
           SELECT SOMA-LIMIT ASSIGN TO "SOMALIMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT SOMA-RATE ASSIGN TO "SOMARATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SOMA-HELD ASSIGN TO "SOMAHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT SOMA-RVRG ASSIGN TO "SOMARVRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRG-STATUS.
           SELECT SOMA-GLMAP ASSIGN TO "SOMAGLMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT SOMA-FEEDLIST ASSIGN TO "SOMAFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLIST-STATUS.
           SELECT SOMA-FEED-IN ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT SOMA-VALR ASSIGN TO "SOMAVALR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-CAL ASSIGN TO "SOMACAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SOMA-RUNL ASSIGN TO "SOMARUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-TRANS-IN.
           COPY SOMATRAN.
       FD  SOMA-BALMST.
       01  BAL-RECORD              PIC X(40).
       FD  SOMA-LIMIT.
       01  LIM-RECORD              PIC X(34).
       FD  SOMA-RATE.
       01  RTE-RECORD              PIC X(14).
       FD  SOMA-HELD.
       01  HEL-RECORD              PIC X(126).
       FD  SOMA-RVRG.
       01  RVG-RECORD              PIC X(91).
       FD  SOMA-GLMAP.
       01  GMP-RECORD              PIC X(64).
       FD  SOMA-FEEDLIST.
       01  FDLST-RECORD            PIC X(89).
       FD  SOMA-FEED-IN.
       01  FEED-RECORD             PIC X(50).
       FD  SOMA-VALR.
       01  VALR-RECORD             PIC X(100).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       77 WS-TRANS-FILE-NAME    PIC X(80) VALUE "SOMATRAN.DAT".
       77 WS-FEED-FILE-NAME     PIC X(86) VALUE SPACES.
       77 WS-TRANS-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-BALMST-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-LIMIT-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-RATE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-HELD-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RVRG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-GLMAP-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-FEEDLIST-STATUS    PIC X(02) VALUE ZEROS.
       77 WS-FEED-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-CAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-CAL-FOUND                VALUE "Y".
       77 WS-EOF-SW             PIC X(01) VALUE "N".
           88 WS-EOF                      VALUE "Y".
       77 WS-VALID-SW           PIC X(01) VALUE "Y".
           88 WS-VALID                    VALUE "Y".
           88 WS-INVALID                  VALUE "N".
       77 WS-REJECT-REASON      PIC X(30) VALUE SPACES.
       77 WS-GL-ENABLED-SW      PIC X(01) VALUE SPACE.
           88 WS-GL-ENABLED               VALUE "Y".
       77 WS-GL-ACCOUNT-CODE    PIC X(10) VALUE "SOMA00001".
       77 WS-REJECT-LIMIT-RAW   PIC X(03) VALUE SPACES.
       77 WS-REJECT-LIMIT-PCT   PIC 9(03) VALUE ZEROS.
       77 WS-REJECT-PCT         PIC 9(03) VALUE ZEROS.
       77 WS-REJECT-CHECK-FLOOR PIC 9(04) VALUE 20.
       77 WS-ABORT-SW           PIC X(01) VALUE "N".
           88 WS-WOULD-ABORT              VALUE "Y".
       77 WS-ABORT-TRANS-ID     PIC X(06) VALUE SPACES.
       77 WS-PRIOR-TRANS-ID     PIC 9(06) VALUE ZEROS.
       77 WS-FIRST-REC-SW       PIC X(01) VALUE "Y".
           88 WS-FIRST-REC                VALUE "Y".
       77 WS-ACTUAL-REC-COUNT   PIC 9(06) VALUE ZEROS.
       77 WS-POSTED-COUNT       PIC 9(06) VALUE ZEROS.
       77 WS-POSTED-SUM         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-REJECT-COUNT       PIC 9(06) VALUE ZEROS.
       77 WS-HELD-COUNT         PIC 9(06) VALUE ZEROS.
       77 WS-N1                 PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-N2                 PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-N1-ORIG            PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-N2-ORIG            PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-N3-NUM             PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-CONTRA-AMT         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-OP-CODE            PIC X(01) VALUE SPACE.
       77 WS-OP-IX              PIC 9(01) VALUE ZEROS.
       01 WS-OP-LIST            PIC X(04) VALUE "ASMD".
       01 FILLER REDEFINES WS-OP-LIST.
           05 WS-OP-CHAR OCCURS 4 PIC X(01).
       77 WS-BASE-CURRENCY      PIC X(03) VALUE "BRL".
       77 WS-CCY-CODE           PIC X(03) VALUE SPACES.
       77 WS-RATE               PIC 9(4)V9(6) COMP-3 VALUE ZEROS.
       77 WS-RTE-EOF-SW         PIC X(01) VALUE "N".
           88 WS-RTE-EOF                  VALUE "Y".
       77 WS-RTE-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-RTE-FOUND                VALUE "Y".
       77 WS-RTE-COUNT          PIC 9(02) VALUE ZEROS.
       77 WS-RTE-IX             PIC 9(02) VALUE ZEROS.
       01 WS-RTE-TABLE.
           05 WS-RTE-ENTRY OCCURS 50.
              10 WS-RTE-CCY        PIC X(03).
              10 WS-RTE-RATE       PIC 9(4)V9(6) COMP-3.
       77 WS-POST-ACCOUNT       PIC X(10) VALUE SPACES.
       77 WS-CONTRA-ACCOUNT     PIC X(10) VALUE SPACES.
       77 WS-TRANSFER-SW        PIC X(01) VALUE "N".
           88 WS-TRANSFER                 VALUE "Y".
       77 WS-BAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-BAL-EOF                  VALUE "Y".
       77 WS-BAL-BOOT-SW        PIC X(01) VALUE "N".
           88 WS-BAL-BOOTSTRAP            VALUE "Y".
       77 WS-BAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-BAL-FOUND                VALUE "Y".
       77 WS-CON-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-CON-FOUND                VALUE "Y".
       77 WS-BAL-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-BAL-IX             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-CON-IX             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-LO             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-HI             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-INS            PIC 9(04) VALUE ZEROS.
       01 WS-BAL-HOLD           PIC X(36) VALUE SPACES.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 2000.
              10 WS-BAL-ACCT       PIC X(10).
              10 WS-BAL-STAT       PIC X(01).
              10 WS-BAL-AMT        PIC S9(9)V99 COMP-3.
              10 WS-BAL-OPEN       PIC S9(9)V99 COMP-3.
              10 WS-BAL-RUN-AMT    PIC S9(9)V99 COMP-3.
              10 WS-BAL-RUN-CNT    PIC 9(06).
              10 WS-BAL-NEW        PIC X(01).
       77 WS-LIM-EOF-SW         PIC X(01) VALUE "N".
           88 WS-LIM-EOF                  VALUE "Y".
       77 WS-LIM-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-LIM-FOUND                VALUE "Y".
       77 WS-LIM-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-LIM-IX             PIC 9(04) VALUE ZEROS.
       77 WS-LIM-KEY            PIC X(10) VALUE SPACES.
       77 WS-LIM-AMT            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-LIM-RUN-AMT        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-LIM-TEST           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LIM-TABLE.
           05 WS-LIM-ENTRY OCCURS 2000.
              10 WS-LIM-ACCT       PIC X(10).
              10 WS-LIM-TRANS      PIC 9(9)V99 COMP-3.
              10 WS-LIM-DAILY      PIC 9(9)V99 COMP-3.
       77 WS-HELD-SW            PIC X(01) VALUE "N".
           88 WS-HELD-TRANS               VALUE "Y".
       77 WS-HELD-REASON        PIC X(30) VALUE SPACES.
       77 WS-HLD-EOF-SW         PIC X(01) VALUE "N".
           88 WS-HLD-EOF                  VALUE "Y".
       77 WS-HLD-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-HLD-FOUND                VALUE "Y".
       77 WS-HLD-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-HLD-IX             PIC 9(05) VALUE ZEROS.
       01 WS-HLD-CAND           PIC X(50) VALUE SPACES.
       01 WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 10000.
              10 WS-HLD-STAT       PIC X(01).
              10 WS-HLD-OPER       PIC X(20).
              10 WS-HLD-BODY       PIC X(50).
       77 WS-RVG-EOF-SW         PIC X(01) VALUE "N".
           88 WS-RVG-EOF                  VALUE "Y".
       77 WS-RVG-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-RVG-FOUND                VALUE "Y".
       77 WS-RVG-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-RVG-IX             PIC 9(05) VALUE ZEROS.
       01 WS-RVG-TABLE.
           05 WS-RVG-ENTRY OCCURS 10000.
              10 WS-RVG-REV-ID     PIC 9(06).
              10 WS-RVG-OP         PIC X(01).
       77 WS-GMP-EOF-SW         PIC X(01) VALUE "N".
           88 WS-GMP-EOF                  VALUE "Y".
       77 WS-GMP-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-GMP-FOUND                VALUE "Y".
       77 WS-GMP-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-GMP-IX             PIC 9(04) VALUE ZEROS.
       77 WS-GMP-KEY-ACCT       PIC X(10) VALUE SPACES.
       77 WS-GMP-KEY-OP         PIC X(01) VALUE SPACE.
       77 WS-GMP-POST-OP        PIC X(01) VALUE SPACE.
       01 WS-GMP-TABLE.
           05 WS-GMP-ENTRY OCCURS 4000.
              10 WS-GMP-ACCT       PIC X(10).
              10 WS-GMP-OP         PIC X(01).
              10 WS-GMP-GL         PIC X(20).
       77 WS-FDL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-FDL-EOF                  VALUE "Y".
       77 WS-FEED-EOF-SW        PIC X(01) VALUE "N".
           88 WS-FEED-EOF                 VALUE "Y".
       77 WS-FEED-TRANS-COUNT   PIC 9(06) VALUE ZEROS.
       77 WS-NAME-LEN           PIC 9(02) VALUE ZEROS.
       77 WS-BR-COUNT           PIC 9(02) VALUE ZEROS.
       77 WS-BR-IX              PIC 9(02) VALUE ZEROS.
       77 WS-BR-UNKNOWN         PIC 9(02) VALUE ZEROS.
       77 WS-TRANS-BR           PIC 9(02) VALUE ZEROS.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 51.
              10 WS-BR-ID          PIC X(08).
              10 WS-BR-FILE        PIC X(86).
              10 WS-BR-READ        PIC 9(06).
              10 WS-BR-POSTED      PIC 9(06).
              10 WS-BR-REJECTED    PIC 9(06).
              10 WS-BR-HELD        PIC 9(06).
              10 WS-BR-AMT         PIC S9(11)V99 COMP-3.
       77 WS-ATT-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-ATT-IX             PIC 9(05) VALUE ZEROS.
       77 WS-ATT-IX2            PIC 9(05) VALUE ZEROS.
       77 WS-ATT-PTR            PIC 9(05) VALUE 1.
       77 WS-ATT-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-ATT-FOUND                VALUE "Y".
       77 WS-TRANS-ID-X         PIC X(06) VALUE SPACES.
       01 WS-ATT-HOLD           PIC X(09) VALUE SPACES.
       01 WS-ATT-TABLE.
           05 WS-ATT-ENTRY OCCURS 20000.
              10 WS-ATT-ID         PIC X(06).
              10 WS-ATT-BR         PIC 9(02).
              10 WS-ATT-USED       PIC X(01).
       01 WS-FEED-REC           PIC X(50).
       01 WS-FEED-REC-SPLIT REDEFINES WS-FEED-REC.
           05 WS-FEED-TAG          PIC X(01).
           05 FILLER               PIC X(49).
       01 WS-FEED-REC-ID REDEFINES WS-FEED-REC.
           05 WS-FEED-ID           PIC X(06).
           05 FILLER               PIC X(44).
       77 WS-RES-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-RES-IX             PIC 9(05) VALUE ZEROS.
       77 WS-RES-WANT           PIC X(01) VALUE SPACE.
       01 WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 20000.
              10 WS-RES-BR         PIC 9(02).
              10 WS-RES-KIND       PIC X(01).
              10 WS-RES-REASON     PIC X(30).
              10 WS-RES-BODY       PIC X(50).
       77 WS-MOV-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-MOV-IX             PIC 9(04) VALUE ZEROS.
       77 WS-MOV-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-MOV-FOUND                VALUE "Y".
       77 WS-MOV-KEY            PIC X(10) VALUE SPACES.
       77 WS-MOV-POST-AMT       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-MOV-TABLE.
           05 WS-MOV-ENTRY OCCURS 5000.
              10 WS-MOV-BR         PIC 9(02).
              10 WS-MOV-ACCT       PIC X(10).
              10 WS-MOV-CNT        PIC 9(06).
              10 WS-MOV-AMT        PIC S9(11)V99 COMP-3.
       77 WS-MOVEMENT           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-PROJ-ACCT-COUNT    PIC 9(06) VALUE ZEROS.
       01 WS-CURRENT-DATE.
           05 WS-CUR-YYYY          PIC 9(04).
           05 WS-CUR-MM            PIC 9(02).
           05 WS-CUR-DD            PIC 9(02).
       01 WS-CURRENT-TIME.
           05 WS-CUR-HH            PIC 9(02).
           05 WS-CUR-MN            PIC 9(02).
           05 WS-CUR-SS            PIC 9(02).
           05 WS-CUR-HS            PIC 9(02).
       01 WS-RES-SPLIT.
           05 WS-RES-TRANS-ID      PIC X(06).
           05 WS-RES-ACCOUNT       PIC X(10).
           05 WS-RES-OP            PIC X(01).
           05 WS-RES-CCY           PIC X(03).
           05 WS-RES-N1            PIC X(10).
           05 WS-RES-N2            PIC X(10).
           05 WS-RES-CONTRA        PIC X(10).
           COPY SOMABAL.
           COPY SOMALIM.
           COPY SOMARTE.
           COPY SOMAHEL.
           COPY SOMARVG.
           COPY SOMAGMP.
           COPY SOMAFDL.
           COPY SOMAVLR.
           COPY SOMACAL.
           COPY SOMARNL.
           COPY CALCOPRD.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-JOB-PARM
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM WRITE-RUN-LOG-START
            PERFORM READ-REJECT-LIMIT
            ACCEPT WS-GL-ENABLED-SW FROM ENVIRONMENT "SOMA_GL_INTERFACE"
            PERFORM LOAD-BALANCE-MASTER
            PERFORM LOAD-LIMIT-TABLE
            PERFORM LOAD-RATE-TABLE
            PERFORM LOAD-HELD-RELEASES
            IF WS-GL-ENABLED
                PERFORM LOAD-REVERSAL-REGISTER
                PERFORM LOAD-GL-MAPPING
            END-IF
            PERFORM LOAD-BRANCH-FEEDS
            OPEN INPUT SOMA-TRANS-IN
            IF WS-TRANS-STATUS = "35"
                DISPLAY "SOMAVAL: NO TRANSACTION FILE "
                    WS-TRANS-FILE-NAME " - RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF
            PERFORM READ-TRANSACTION
            PERFORM UNTIL WS-EOF
                PERFORM FIND-TRANSACTION-BRANCH
                ADD 1 TO WS-BR-READ(WS-TRANS-BR)
                PERFORM EDIT-TRANSACTION
                PERFORM PROJECT-TRANSACTION
                MOVE TR-TRANS-ID TO WS-PRIOR-TRANS-ID
                MOVE "N" TO WS-FIRST-REC-SW
                PERFORM READ-TRANSACTION
            END-PERFORM
            CLOSE SOMA-TRANS-IN
            PERFORM WRITE-PROJECTION-REPORT
            DISPLAY "SOMAVAL: " WS-ACTUAL-REC-COUNT " READ, "
                WS-POSTED-COUNT " WOULD POST, " WS-REJECT-COUNT
                " WOULD REJECT, " WS-HELD-COUNT " WOULD HOLD"
            EVALUATE TRUE
                WHEN WS-WOULD-ABORT
                    MOVE 8 TO RETURN-CODE
                WHEN WS-REJECT-COUNT > ZERO OR WS-HELD-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
            END-EVALUATE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       READ-JOB-PARM.
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE
            IF WS-PARM-STRING NOT = SPACES
                MOVE WS-PARM-STRING TO WS-TRANS-FILE-NAME
            END-IF.

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

       READ-REJECT-LIMIT.
            ACCEPT WS-REJECT-LIMIT-RAW
                FROM ENVIRONMENT "SOMA_REJECT_LIMIT_PCT"
            IF WS-REJECT-LIMIT-RAW NOT = SPACES
                COMPUTE WS-REJECT-LIMIT-PCT =
                    FUNCTION NUMVAL(WS-REJECT-LIMIT-RAW)
            END-IF.

       ABORT-TABLE-OVERFLOW.
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       LOAD-BALANCE-MASTER.
            OPEN INPUT SOMA-BALMST
            IF WS-BALMST-STATUS = "35"
                DISPLAY "SOMAVAL: NO SOMABALM.DAT - ACCOUNTS WOULD "
                    "BE OPENED AS THEY POST"
                SET WS-BAL-BOOTSTRAP TO TRUE
            ELSE
                PERFORM READ-BALANCE-RECORD
                PERFORM UNTIL WS-BAL-EOF
                    IF WS-BAL-COUNT < 2000
                        ADD 1 TO WS-BAL-COUNT
                        MOVE BAL-ACCOUNT-CODE
                            TO WS-BAL-ACCT(WS-BAL-COUNT)
                        MOVE BAL-STATUS TO WS-BAL-STAT(WS-BAL-COUNT)
                        MOVE BAL-BALANCE TO WS-BAL-AMT(WS-BAL-COUNT)
                        MOVE BAL-BALANCE TO WS-BAL-OPEN(WS-BAL-COUNT)
                        MOVE ZEROS TO WS-BAL-RUN-AMT(WS-BAL-COUNT)
                        MOVE ZEROS TO WS-BAL-RUN-CNT(WS-BAL-COUNT)
                        MOVE "N" TO WS-BAL-NEW(WS-BAL-COUNT)
                    ELSE
                        DISPLAY "SOMAVAL: BALANCE MASTER EXCEEDS "
                            "TABLE AT " BAL-ACCOUNT-CODE
                            " - RUN ABORTED"
                        CLOSE SOMA-BALMST
                        PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
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
                        MOVE WS-BAL-ENTRY(WS-BAL-IX2)
                            TO WS-BAL-HOLD
                        MOVE WS-BAL-ENTRY(WS-BAL-IX2 + 1)
                            TO WS-BAL-ENTRY(WS-BAL-IX2)
                        MOVE WS-BAL-HOLD
                            TO WS-BAL-ENTRY(WS-BAL-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       LOAD-LIMIT-TABLE.
            OPEN INPUT SOMA-LIMIT
            IF WS-LIMIT-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM READ-LIMIT-RECORD
                PERFORM UNTIL WS-LIM-EOF
                    IF LIM-TRANS-MAX NOT NUMERIC
                       OR LIM-DAILY-CAP NOT NUMERIC
                        DISPLAY "SOMAVAL: BAD LIMIT LINE FOR "
                            LIM-ACCOUNT-CODE " - LINE NOT LOADED"
                    ELSE
                    IF WS-LIM-COUNT < 2000
                        ADD 1 TO WS-LIM-COUNT
                        MOVE LIM-ACCOUNT-CODE
                            TO WS-LIM-ACCT(WS-LIM-COUNT)
                        MOVE LIM-TRANS-MAX
                            TO WS-LIM-TRANS(WS-LIM-COUNT)
                        MOVE LIM-DAILY-CAP
                            TO WS-LIM-DAILY(WS-LIM-COUNT)
                    ELSE
                        DISPLAY "SOMAVAL: LIMITS FILE EXCEEDS TABLE "
                            "AT " LIM-ACCOUNT-CODE " - RUN ABORTED"
                        CLOSE SOMA-LIMIT
                        PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    END-IF
                    PERFORM READ-LIMIT-RECORD
                END-PERFORM
                CLOSE SOMA-LIMIT
            END-IF.

       READ-LIMIT-RECORD.
            READ SOMA-LIMIT INTO LIM-LINE
                AT END
                    SET WS-LIM-EOF TO TRUE
            END-READ.

       LOAD-RATE-TABLE.
            OPEN INPUT SOMA-RATE
            IF WS-RATE-STATUS = "35"
                DISPLAY "SOMAVAL: NO SOMARATE.DAT - "
                    "BASE-CURRENCY TRANSACTIONS ONLY"
            ELSE
                PERFORM READ-RATE-RECORD
                PERFORM UNTIL WS-RTE-EOF
                    IF RTE-RATE NOT NUMERIC OR RTE-RATE = ZERO
                        DISPLAY "SOMAVAL: BAD RATE FOR "
                            RTE-CURRENCY-CODE " - LINE NOT LOADED"
                    ELSE
                    IF WS-RTE-COUNT < 50
                        ADD 1 TO WS-RTE-COUNT
                        MOVE RTE-CURRENCY-CODE
                            TO WS-RTE-CCY(WS-RTE-COUNT)
                        MOVE RTE-RATE TO WS-RTE-RATE(WS-RTE-COUNT)
                    ELSE
                        DISPLAY "SOMAVAL: RATE TABLE EXCEEDS TABLE AT "
                            RTE-CURRENCY-CODE " - RUN ABORTED"
                        CLOSE SOMA-RATE
                        PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
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

       LOAD-HELD-RELEASES.
            OPEN INPUT SOMA-HELD
            IF WS-HELD-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM READ-HELD-RECORD
                PERFORM UNTIL WS-HLD-EOF
                    IF HEL-STATUS = "R" OR HEL-STATUS = "P"
                        IF WS-HLD-COUNT < 10000
                            ADD 1 TO WS-HLD-COUNT
                            MOVE HEL-STATUS
                                TO WS-HLD-STAT(WS-HLD-COUNT)
                            MOVE HEL-OPERATOR-ID
                                TO WS-HLD-OPER(WS-HLD-COUNT)
                            MOVE HEL-TRANS-BODY
                                TO WS-HLD-BODY(WS-HLD-COUNT)
                        ELSE
                            DISPLAY "SOMAVAL: HELD QUEUE EXCEEDS "
                                "TABLE AT " HEL-TRANS-ID
                                " - RUN ABORTED"
                            CLOSE SOMA-HELD
                            PERFORM ABORT-TABLE-OVERFLOW
                        END-IF
                    END-IF
                    PERFORM READ-HELD-RECORD
                END-PERFORM
                CLOSE SOMA-HELD
            END-IF.

       READ-HELD-RECORD.
            READ SOMA-HELD INTO HEL-LINE
                AT END
                    SET WS-HLD-EOF TO TRUE
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
                            MOVE RVG-ORIG-OP-CODE
                                TO WS-RVG-OP(WS-RVG-COUNT)
                        ELSE
                            DISPLAY "SOMAVAL: OUTSTANDING REVERSALS "
                                "EXCEED TABLE AT " RVG-REVERSAL-ID
                                " - RUN ABORTED"
                            CLOSE SOMA-RVRG
                            PERFORM ABORT-TABLE-OVERFLOW
                        END-IF
                    END-IF
                    PERFORM READ-REGISTER-RECORD
                END-PERFORM
                CLOSE SOMA-RVRG
            END-IF.

       READ-REGISTER-RECORD.
            READ SOMA-RVRG INTO RVG-LINE
                AT END
                    SET WS-RVG-EOF TO TRUE
            END-READ.

       LOAD-GL-MAPPING.
            OPEN INPUT SOMA-GLMAP
            IF WS-GLMAP-STATUS = "35"
                DISPLAY "SOMAVAL: GL INTERFACE ON BUT NO SOMAGLMP.DAT"
                    " - SOMA WOULD ABORT, EVERY POSTING SHOWN UNMAPPED"
            ELSE
                PERFORM READ-GL-MAPPING-RECORD
                PERFORM UNTIL WS-GMP-EOF
                    IF GMP-ACCOUNT-CODE = SPACES
                       OR GMP-GL-ACCOUNT = SPACES
                        DISPLAY "SOMAVAL: BAD GL MAPPING LINE FOR "
                            GMP-ACCOUNT-CODE " - LINE NOT LOADED"
                    ELSE
                    IF WS-GMP-COUNT < 4000
                        ADD 1 TO WS-GMP-COUNT
                        MOVE GMP-ACCOUNT-CODE
                            TO WS-GMP-ACCT(WS-GMP-COUNT)
                        MOVE GMP-OP-CODE TO WS-GMP-OP(WS-GMP-COUNT)
                        MOVE GMP-GL-ACCOUNT TO WS-GMP-GL(WS-GMP-COUNT)
                    ELSE
                        DISPLAY "SOMAVAL: GL MAPPING EXCEEDS TABLE AT "
                            GMP-ACCOUNT-CODE " - RUN ABORTED"
                        CLOSE SOMA-GLMAP
                        PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    END-IF
                    PERFORM READ-GL-MAPPING-RECORD
                END-PERFORM
                CLOSE SOMA-GLMAP
            END-IF.

       READ-GL-MAPPING-RECORD.
            READ SOMA-GLMAP INTO GMP-LINE
                AT END
                    SET WS-GMP-EOF TO TRUE
            END-READ.

       LOAD-BRANCH-FEEDS.
            OPEN INPUT SOMA-FEEDLIST
            IF WS-FEEDLIST-STATUS = "35"
                DISPLAY "SOMAVAL: NO SOMAFEED.DAT - "
                    "TRANSACTIONS NOT ATTRIBUTED TO BRANCHES"
            ELSE
                PERFORM READ-FEEDLIST-RECORD
                PERFORM UNTIL WS-FDL-EOF
                    IF WS-BR-COUNT < 50
                        ADD 1 TO WS-BR-COUNT
                        PERFORM ATTRIBUTE-ONE-FEED
                    ELSE
                        DISPLAY "SOMAVAL: FEED LIST EXCEEDS TABLE AT "
                            FDL-FILE-NAME " - RUN ABORTED"
                        CLOSE SOMA-FEEDLIST
                        PERFORM ABORT-TABLE-OVERFLOW
                    END-IF
                    PERFORM READ-FEEDLIST-RECORD
                END-PERFORM
                CLOSE SOMA-FEEDLIST
                PERFORM SORT-ATTRIBUTION-TABLE
            END-IF
            ADD 1 TO WS-BR-COUNT GIVING WS-BR-UNKNOWN
            MOVE "UNKNOWN" TO WS-BR-ID(WS-BR-UNKNOWN)
            MOVE "(NOT ON ANY LISTED FEED)"
                TO WS-BR-FILE(WS-BR-UNKNOWN)
            MOVE ZEROS TO WS-BR-READ(WS-BR-UNKNOWN)
            MOVE ZEROS TO WS-BR-POSTED(WS-BR-UNKNOWN)
            MOVE ZEROS TO WS-BR-REJECTED(WS-BR-UNKNOWN)
            MOVE ZEROS TO WS-BR-HELD(WS-BR-UNKNOWN)
            MOVE ZEROS TO WS-BR-AMT(WS-BR-UNKNOWN).

       READ-FEEDLIST-RECORD.
            READ SOMA-FEEDLIST INTO FDL-LINE
                AT END
                    SET WS-FDL-EOF TO TRUE
            END-READ.

       ATTRIBUTE-ONE-FEED.
            MOVE FDL-BRANCH-ID TO WS-BR-ID(WS-BR-COUNT)
            MOVE FDL-FILE-NAME TO WS-BR-FILE(WS-BR-COUNT)
            MOVE ZEROS TO WS-BR-READ(WS-BR-COUNT)
            MOVE ZEROS TO WS-BR-POSTED(WS-BR-COUNT)
            MOVE ZEROS TO WS-BR-REJECTED(WS-BR-COUNT)
            MOVE ZEROS TO WS-BR-HELD(WS-BR-COUNT)
            MOVE ZEROS TO WS-BR-AMT(WS-BR-COUNT)
            MOVE FDL-FILE-NAME TO WS-FEED-FILE-NAME
            PERFORM READ-ONE-FEED
            IF WS-FEED-TRANS-COUNT = ZERO
                MOVE 80 TO WS-NAME-LEN
                PERFORM UNTIL WS-NAME-LEN = 1
                        OR FDL-FILE-NAME(WS-NAME-LEN:1) NOT = SPACE
                    SUBTRACT 1 FROM WS-NAME-LEN
                END-PERFORM
                MOVE SPACES TO WS-FEED-FILE-NAME
                MOVE FDL-FILE-NAME TO WS-FEED-FILE-NAME
                MOVE ".MRGD" TO WS-FEED-FILE-NAME(WS-NAME-LEN + 1:5)
                PERFORM READ-ONE-FEED
                IF WS-FEED-TRANS-COUNT > ZERO
                    MOVE WS-FEED-FILE-NAME TO WS-BR-FILE(WS-BR-COUNT)
                END-IF
            END-IF.

       READ-ONE-FEED.
            MOVE ZEROS TO WS-FEED-TRANS-COUNT
            MOVE "N" TO WS-FEED-EOF-SW
            OPEN INPUT SOMA-FEED-IN
            IF WS-FEED-STATUS = "00"
                PERFORM READ-FEED-RECORD
                PERFORM UNTIL WS-FEED-EOF
                    IF WS-FEED-TAG NOT = "T"
                        PERFORM STAGE-ATTRIBUTION
                    END-IF
                    PERFORM READ-FEED-RECORD
                END-PERFORM
                CLOSE SOMA-FEED-IN
            END-IF.

       READ-FEED-RECORD.
            READ SOMA-FEED-IN INTO WS-FEED-REC
                AT END
                    SET WS-FEED-EOF TO TRUE
            END-READ.

       STAGE-ATTRIBUTION.
            IF WS-ATT-COUNT < 20000
                ADD 1 TO WS-ATT-COUNT
                ADD 1 TO WS-FEED-TRANS-COUNT
                MOVE WS-FEED-ID TO WS-ATT-ID(WS-ATT-COUNT)
                MOVE WS-BR-COUNT TO WS-ATT-BR(WS-ATT-COUNT)
                MOVE "N" TO WS-ATT-USED(WS-ATT-COUNT)
            ELSE
                DISPLAY "SOMAVAL: BRANCH FEEDS EXCEED TABLE AT "
                    WS-FEED-FILE-NAME " - RUN ABORTED"
                CLOSE SOMA-FEED-IN
                CLOSE SOMA-FEEDLIST
                PERFORM ABORT-TABLE-OVERFLOW
            END-IF.

       SORT-ATTRIBUTION-TABLE.
            PERFORM VARYING WS-ATT-IX FROM 1 BY 1
                    UNTIL WS-ATT-IX >= WS-ATT-COUNT
                PERFORM VARYING WS-ATT-IX2 FROM 1 BY 1
                        UNTIL WS-ATT-IX2 > WS-ATT-COUNT - WS-ATT-IX
                    IF WS-ATT-ID(WS-ATT-IX2) >
                       WS-ATT-ID(WS-ATT-IX2 + 1)
                        MOVE WS-ATT-ENTRY(WS-ATT-IX2)
                            TO WS-ATT-HOLD
                        MOVE WS-ATT-ENTRY(WS-ATT-IX2 + 1)
                            TO WS-ATT-ENTRY(WS-ATT-IX2)
                        MOVE WS-ATT-HOLD
                            TO WS-ATT-ENTRY(WS-ATT-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       FIND-TRANSACTION-BRANCH.
            MOVE TR-TRANS-ID TO WS-TRANS-ID-X
            MOVE "N" TO WS-ATT-FOUND-SW
            PERFORM UNTIL WS-ATT-PTR > WS-ATT-COUNT
                    OR WS-ATT-ID(WS-ATT-PTR) >= WS-TRANS-ID-X
                ADD 1 TO WS-ATT-PTR
            END-PERFORM
            IF WS-ATT-PTR NOT > WS-ATT-COUNT
                IF WS-ATT-ID(WS-ATT-PTR) = WS-TRANS-ID-X
                   AND WS-ATT-USED(WS-ATT-PTR) = "N"
                    SET WS-ATT-FOUND TO TRUE
                    MOVE WS-ATT-PTR TO WS-ATT-IX
                    ADD 1 TO WS-ATT-PTR
                END-IF
            END-IF
            IF NOT WS-ATT-FOUND
                PERFORM VARYING WS-ATT-IX FROM 1 BY 1
                        UNTIL WS-ATT-IX > WS-ATT-COUNT
                        OR WS-ATT-FOUND
                    IF WS-ATT-ID(WS-ATT-IX) = WS-TRANS-ID-X
                       AND WS-ATT-USED(WS-ATT-IX) = "N"
                        SET WS-ATT-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF WS-ATT-FOUND
                    SUBTRACT 1 FROM WS-ATT-IX
                END-IF
            END-IF
            IF WS-ATT-FOUND
                MOVE "Y" TO WS-ATT-USED(WS-ATT-IX)
                MOVE WS-ATT-BR(WS-ATT-IX) TO WS-TRANS-BR
            ELSE
                MOVE WS-BR-UNKNOWN TO WS-TRANS-BR
            END-IF.

       READ-TRANSACTION.
            READ SOMA-TRANS-IN
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    MOVE TR-N1 TO WS-N1
                    MOVE TR-N2 TO WS-N2
                    ADD 1 TO WS-ACTUAL-REC-COUNT
            END-READ.

       EDIT-TRANSACTION.
            SET WS-VALID TO TRUE
            MOVE "N" TO WS-TRANSFER-SW
            MOVE SPACES TO WS-REJECT-REASON
            IF NOT WS-FIRST-REC
                IF TR-TRANS-ID = WS-PRIOR-TRANS-ID
                    SET WS-INVALID TO TRUE
                    MOVE "DUPLICATE TRANS-ID" TO WS-REJECT-REASON
                ELSE
                    IF TR-TRANS-ID < WS-PRIOR-TRANS-ID
                        SET WS-INVALID TO TRUE
                        MOVE "TRANS-ID OUT OF SEQUENCE"
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF
            IF WS-VALID AND
               (TR-N1 NOT NUMERIC OR TR-N2 NOT NUMERIC)
                SET WS-INVALID TO TRUE
                MOVE "NON-NUMERIC INPUT" TO WS-REJECT-REASON
            END-IF
            IF WS-VALID
                PERFORM EDIT-OPERATION-CODE
            END-IF
            IF WS-VALID
                PERFORM EDIT-CURRENCY-CODE
            END-IF
            IF WS-VALID
                PERFORM EDIT-ACCOUNT-CODE
            END-IF
            IF WS-VALID AND TR-CONTRA-ACCOUNT NOT = SPACES
                PERFORM EDIT-CONTRA-ACCOUNT
            END-IF
            IF WS-VALID AND WS-GL-ENABLED
                PERFORM EDIT-GL-MAPPING
            END-IF.

       EDIT-OPERATION-CODE.
            MOVE TR-OP-CODE TO WS-OP-CODE
            IF WS-OP-CODE = SPACE
                MOVE "A" TO WS-OP-CODE
            END-IF
            PERFORM VARYING WS-OP-IX FROM 1 BY 1
                    UNTIL WS-OP-IX > 4
                    OR WS-OP-CHAR(WS-OP-IX) = WS-OP-CODE
                CONTINUE
            END-PERFORM
            IF WS-OP-IX > 4
                SET WS-INVALID TO TRUE
                MOVE "INVALID OPERATION CODE" TO WS-REJECT-REASON
            END-IF.

       EDIT-CURRENCY-CODE.
            MOVE TR-CURRENCY-CODE TO WS-CCY-CODE
            IF WS-CCY-CODE = SPACES
                MOVE WS-BASE-CURRENCY TO WS-CCY-CODE
            END-IF
            IF WS-CCY-CODE = WS-BASE-CURRENCY
                MOVE 1 TO WS-RATE
            ELSE
                PERFORM FIND-RATE-ENTRY
                IF WS-RTE-FOUND
                    MOVE WS-RTE-RATE(WS-RTE-IX) TO WS-RATE
                ELSE
                    SET WS-INVALID TO TRUE
                    MOVE "CURRENCY NOT ON RATE TABLE"
                        TO WS-REJECT-REASON
                END-IF
            END-IF.

       FIND-RATE-ENTRY.
            MOVE "N" TO WS-RTE-FOUND-SW
            PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                    UNTIL WS-RTE-IX > WS-RTE-COUNT
                    OR WS-RTE-FOUND
                IF WS-RTE-CCY(WS-RTE-IX) = WS-CCY-CODE
                    SET WS-RTE-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-RTE-FOUND
                SUBTRACT 1 FROM WS-RTE-IX
            END-IF.

       EDIT-ACCOUNT-CODE.
            MOVE TR-ACCOUNT-CODE TO WS-POST-ACCOUNT
            IF WS-POST-ACCOUNT = SPACES
                MOVE WS-GL-ACCOUNT-CODE TO WS-POST-ACCOUNT
            END-IF
            PERFORM FIND-BALANCE-ENTRY
            IF NOT WS-BAL-FOUND
                IF WS-BAL-BOOTSTRAP
                    PERFORM ADD-BALANCE-ENTRY
                ELSE
                    SET WS-INVALID TO TRUE
                    MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
                END-IF
            ELSE
                IF WS-BAL-STAT(WS-BAL-IX) = "C"
                    SET WS-INVALID TO TRUE
                    MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                END-IF
            END-IF.

       FIND-BALANCE-ENTRY.
            MOVE "N" TO WS-BAL-FOUND-SW
            MOVE 1 TO WS-BAL-LO
            MOVE WS-BAL-COUNT TO WS-BAL-HI
            PERFORM UNTIL WS-BAL-LO > WS-BAL-HI OR WS-BAL-FOUND
                COMPUTE WS-BAL-IX = (WS-BAL-LO + WS-BAL-HI) / 2
                IF WS-BAL-ACCT(WS-BAL-IX) = WS-POST-ACCOUNT
                    SET WS-BAL-FOUND TO TRUE
                ELSE
                    IF WS-BAL-ACCT(WS-BAL-IX) < WS-POST-ACCOUNT
                        COMPUTE WS-BAL-LO = WS-BAL-IX + 1
                    ELSE
                        COMPUTE WS-BAL-HI = WS-BAL-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       ADD-BALANCE-ENTRY.
            IF WS-BAL-COUNT < 2000
                MOVE 1 TO WS-BAL-INS
                PERFORM UNTIL WS-BAL-INS > WS-BAL-COUNT
                    OR WS-BAL-ACCT(WS-BAL-INS) > WS-POST-ACCOUNT
                    ADD 1 TO WS-BAL-INS
                END-PERFORM
                PERFORM VARYING WS-BAL-IX2 FROM WS-BAL-COUNT BY -1
                        UNTIL WS-BAL-IX2 < WS-BAL-INS
                    MOVE WS-BAL-ENTRY(WS-BAL-IX2)
                        TO WS-BAL-ENTRY(WS-BAL-IX2 + 1)
                END-PERFORM
                ADD 1 TO WS-BAL-COUNT
                MOVE WS-BAL-INS TO WS-BAL-IX
                MOVE WS-POST-ACCOUNT TO WS-BAL-ACCT(WS-BAL-IX)
                MOVE "A" TO WS-BAL-STAT(WS-BAL-IX)
                MOVE ZEROS TO WS-BAL-AMT(WS-BAL-IX)
                MOVE ZEROS TO WS-BAL-OPEN(WS-BAL-IX)
                MOVE ZEROS TO WS-BAL-RUN-AMT(WS-BAL-IX)
                MOVE ZEROS TO WS-BAL-RUN-CNT(WS-BAL-IX)
                MOVE "Y" TO WS-BAL-NEW(WS-BAL-IX)
                SET WS-BAL-FOUND TO TRUE
            ELSE
                SET WS-INVALID TO TRUE
                MOVE "ACCOUNT TABLE FULL" TO WS-REJECT-REASON
            END-IF.

       EDIT-CONTRA-ACCOUNT.
            SET WS-TRANSFER TO TRUE
            MOVE TR-CONTRA-ACCOUNT TO WS-CONTRA-ACCOUNT
            IF WS-CONTRA-ACCOUNT = WS-POST-ACCOUNT
                SET WS-INVALID TO TRUE
                MOVE "CONTRA EQUALS ACCOUNT" TO WS-REJECT-REASON
            ELSE
                PERFORM FIND-CONTRA-ENTRY
                IF NOT WS-CON-FOUND
                    IF WS-BAL-BOOTSTRAP
                        PERFORM ADD-CONTRA-ENTRY
                    ELSE
                        SET WS-INVALID TO TRUE
                        MOVE "CONTRA NOT ON MASTER"
                            TO WS-REJECT-REASON
                    END-IF
                ELSE
                    IF WS-BAL-STAT(WS-CON-IX) = "C"
                        SET WS-INVALID TO TRUE
                        MOVE "CONTRA ACCOUNT CLOSED"
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF
            IF WS-VALID
                PERFORM FIND-BALANCE-ENTRY
                PERFORM FIND-CONTRA-ENTRY
            END-IF.

       FIND-CONTRA-ENTRY.
            MOVE "N" TO WS-CON-FOUND-SW
            MOVE 1 TO WS-BAL-LO
            MOVE WS-BAL-COUNT TO WS-BAL-HI
            PERFORM UNTIL WS-BAL-LO > WS-BAL-HI OR WS-CON-FOUND
                COMPUTE WS-CON-IX = (WS-BAL-LO + WS-BAL-HI) / 2
                IF WS-BAL-ACCT(WS-CON-IX) = WS-CONTRA-ACCOUNT
                    SET WS-CON-FOUND TO TRUE
                ELSE
                    IF WS-BAL-ACCT(WS-CON-IX) < WS-CONTRA-ACCOUNT
                        COMPUTE WS-BAL-LO = WS-CON-IX + 1
                    ELSE
                        COMPUTE WS-BAL-HI = WS-CON-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       ADD-CONTRA-ENTRY.
            IF WS-BAL-COUNT < 2000
                MOVE 1 TO WS-BAL-INS
                PERFORM UNTIL WS-BAL-INS > WS-BAL-COUNT
                    OR WS-BAL-ACCT(WS-BAL-INS) > WS-CONTRA-ACCOUNT
                    ADD 1 TO WS-BAL-INS
                END-PERFORM
                PERFORM VARYING WS-BAL-IX2 FROM WS-BAL-COUNT BY -1
                        UNTIL WS-BAL-IX2 < WS-BAL-INS
                    MOVE WS-BAL-ENTRY(WS-BAL-IX2)
                        TO WS-BAL-ENTRY(WS-BAL-IX2 + 1)
                END-PERFORM
                ADD 1 TO WS-BAL-COUNT
                MOVE WS-BAL-INS TO WS-CON-IX
                MOVE WS-CONTRA-ACCOUNT TO WS-BAL-ACCT(WS-CON-IX)
                MOVE "A" TO WS-BAL-STAT(WS-CON-IX)
                MOVE ZEROS TO WS-BAL-AMT(WS-CON-IX)
                MOVE ZEROS TO WS-BAL-OPEN(WS-CON-IX)
                MOVE ZEROS TO WS-BAL-RUN-AMT(WS-CON-IX)
                MOVE ZEROS TO WS-BAL-RUN-CNT(WS-CON-IX)
                MOVE "Y" TO WS-BAL-NEW(WS-CON-IX)
                SET WS-CON-FOUND TO TRUE
            ELSE
                SET WS-INVALID TO TRUE
                MOVE "ACCOUNT TABLE FULL" TO WS-REJECT-REASON
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
            IF NOT WS-GMP-FOUND
                SET WS-INVALID TO TRUE
                MOVE "NO GL MAPPING" TO WS-REJECT-REASON
            END-IF
            IF WS-VALID AND WS-TRANSFER
                MOVE WS-CONTRA-ACCOUNT TO WS-GMP-KEY-ACCT
                PERFORM RESOLVE-GL-MAPPING
                IF NOT WS-GMP-FOUND
                    SET WS-INVALID TO TRUE
                    MOVE "NO GL MAPPING FOR CONTRA"
                        TO WS-REJECT-REASON
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

       PROJECT-TRANSACTION.
            MOVE "N" TO WS-HELD-SW
            IF WS-VALID
                PERFORM CONVERT-TO-BASE
            END-IF
            IF WS-VALID
                PERFORM CALL-CALC-MODULE
            END-IF
            IF WS-VALID
                PERFORM CHECK-POSTING-LIMITS
            END-IF
            IF WS-VALID AND WS-HELD-TRANS
                ADD 1 TO WS-HELD-COUNT
                ADD 1 TO WS-BR-HELD(WS-TRANS-BR)
                MOVE "H" TO WS-RES-WANT
                MOVE WS-HELD-REASON TO WS-REJECT-REASON
                PERFORM RECORD-PROJECTED-EXCEPTION
            ELSE
            IF WS-VALID
                PERFORM PROJECT-POSTING
            ELSE
                ADD 1 TO WS-REJECT-COUNT
                ADD 1 TO WS-BR-REJECTED(WS-TRANS-BR)
                MOVE "R" TO WS-RES-WANT
                PERFORM RECORD-PROJECTED-EXCEPTION
                PERFORM CHECK-REJECT-THRESHOLD
            END-IF
            END-IF.

       CONVERT-TO-BASE.
            MOVE WS-N1 TO WS-N1-ORIG
            MOVE WS-N2 TO WS-N2-ORIG
            IF WS-CCY-CODE NOT = WS-BASE-CURRENCY
                COMPUTE WS-N1 ROUNDED = WS-N1-ORIG * WS-RATE
                    ON SIZE ERROR
                        SET WS-INVALID TO TRUE
                        MOVE "CONVERSION OVERFLOW" TO WS-REJECT-REASON
                END-COMPUTE
                COMPUTE WS-N2 ROUNDED = WS-N2-ORIG * WS-RATE
                    ON SIZE ERROR
                        SET WS-INVALID TO TRUE
                        MOVE "CONVERSION OVERFLOW" TO WS-REJECT-REASON
                END-COMPUTE
            END-IF.

       CALL-CALC-MODULE.
            MOVE WS-N1 TO CALC-N1
            MOVE WS-N2 TO CALC-N2
            EVALUATE WS-OP-CODE
                WHEN "A"
                    CALL "add00" USING CALC-OPERANDS
                WHEN "S"
                    CALL "sub00" USING CALC-OPERANDS
                WHEN "M"
                    CALL "mul00" USING CALC-OPERANDS
                WHEN "D"
                    CALL "div00" USING CALC-OPERANDS
            END-EVALUATE
            EVALUATE TRUE
                WHEN CALC-OK
                    MOVE CALC-RESULT TO WS-N3-NUM
                WHEN CALC-ZERO-DIVIDE
                    SET WS-INVALID TO TRUE
                    MOVE "DIVIDE BY ZERO" TO WS-REJECT-REASON
                WHEN OTHER
                    SET WS-INVALID TO TRUE
                    MOVE "COMPUTE OVERFLOW" TO WS-REJECT-REASON
            END-EVALUATE.

       CHECK-POSTING-LIMITS.
            MOVE WS-POST-ACCOUNT TO WS-LIM-KEY
            MOVE WS-N3-NUM TO WS-LIM-AMT
            MOVE WS-BAL-RUN-AMT(WS-BAL-IX) TO WS-LIM-RUN-AMT
            PERFORM CHECK-ONE-LIMIT
            IF WS-TRANSFER AND NOT WS-HELD-TRANS
                MOVE WS-CONTRA-ACCOUNT TO WS-LIM-KEY
                COMPUTE WS-LIM-AMT = ZERO - WS-N3-NUM
                MOVE WS-BAL-RUN-AMT(WS-CON-IX) TO WS-LIM-RUN-AMT
                PERFORM CHECK-ONE-LIMIT
            END-IF
            IF WS-HELD-TRANS
                MOVE SOMA-TRANS-RECORD TO WS-HLD-CAND
                PERFORM FIND-RELEASE-ENTRY
                IF WS-HLD-FOUND
                    IF WS-HLD-STAT(WS-HLD-IX) = "R"
                        MOVE "P" TO WS-HLD-STAT(WS-HLD-IX)
                        MOVE "N" TO WS-HELD-SW
                    ELSE
                        MOVE "N" TO WS-HELD-SW
                        SET WS-INVALID TO TRUE
                        MOVE "RELEASE ALREADY CONSUMED"
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.

       CHECK-ONE-LIMIT.
            PERFORM FIND-LIMIT-ENTRY
            IF WS-LIM-FOUND
                IF WS-LIM-TRANS(WS-LIM-IX) > ZERO
                    MOVE WS-LIM-AMT TO WS-LIM-TEST
                    IF WS-LIM-TEST < ZERO
                        COMPUTE WS-LIM-TEST = ZERO - WS-LIM-TEST
                    END-IF
                    IF WS-LIM-TEST > WS-LIM-TRANS(WS-LIM-IX)
                        SET WS-HELD-TRANS TO TRUE
                        MOVE "EXCEEDS PER-TRANS LIMIT"
                            TO WS-HELD-REASON
                    END-IF
                END-IF
                IF NOT WS-HELD-TRANS
                   AND WS-LIM-DAILY(WS-LIM-IX) > ZERO
                    COMPUTE WS-LIM-TEST =
                        WS-LIM-RUN-AMT + WS-LIM-AMT
                    IF WS-LIM-TEST < ZERO
                        COMPUTE WS-LIM-TEST = ZERO - WS-LIM-TEST
                    END-IF
                    IF WS-LIM-TEST > WS-LIM-DAILY(WS-LIM-IX)
                        SET WS-HELD-TRANS TO TRUE
                        MOVE "EXCEEDS DAILY POSTING CAP"
                            TO WS-HELD-REASON
                    END-IF
                END-IF
            END-IF.

       FIND-LIMIT-ENTRY.
            MOVE "N" TO WS-LIM-FOUND-SW
            PERFORM VARYING WS-LIM-IX FROM 1 BY 1
                    UNTIL WS-LIM-IX > WS-LIM-COUNT
                    OR WS-LIM-FOUND
                IF WS-LIM-ACCT(WS-LIM-IX) = WS-LIM-KEY
                    SET WS-LIM-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-LIM-FOUND
                SUBTRACT 1 FROM WS-LIM-IX
            END-IF.

       FIND-RELEASE-ENTRY.
            MOVE "N" TO WS-HLD-FOUND-SW
            PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                    UNTIL WS-HLD-IX > WS-HLD-COUNT
                    OR WS-HLD-FOUND
                IF (WS-HLD-STAT(WS-HLD-IX) = "R"
                    OR WS-HLD-STAT(WS-HLD-IX) = "P")
                   AND WS-HLD-BODY(WS-HLD-IX) = WS-HLD-CAND
                    SET WS-HLD-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-HLD-FOUND
                SUBTRACT 1 FROM WS-HLD-IX
            END-IF.

       PROJECT-POSTING.
            ADD 1 TO WS-POSTED-COUNT
            ADD 1 TO WS-BR-POSTED(WS-TRANS-BR)
            ADD WS-N3-NUM TO WS-POSTED-SUM
            ADD WS-N3-NUM TO WS-BR-AMT(WS-TRANS-BR)
            ADD WS-N3-NUM TO WS-BAL-AMT(WS-BAL-IX)
            ADD WS-N3-NUM TO WS-BAL-RUN-AMT(WS-BAL-IX)
            ADD 1 TO WS-BAL-RUN-CNT(WS-BAL-IX)
            MOVE WS-POST-ACCOUNT TO WS-MOV-KEY
            MOVE WS-N3-NUM TO WS-MOV-POST-AMT
            PERFORM ADD-BRANCH-MOVEMENT
            IF WS-TRANSFER
                COMPUTE WS-CONTRA-AMT = ZERO - WS-N3-NUM
                ADD WS-CONTRA-AMT TO WS-POSTED-SUM
                ADD WS-CONTRA-AMT TO WS-BR-AMT(WS-TRANS-BR)
                ADD WS-CONTRA-AMT TO WS-BAL-AMT(WS-CON-IX)
                ADD WS-CONTRA-AMT TO WS-BAL-RUN-AMT(WS-CON-IX)
                ADD 1 TO WS-BAL-RUN-CNT(WS-CON-IX)
                MOVE WS-CONTRA-ACCOUNT TO WS-MOV-KEY
                MOVE WS-CONTRA-AMT TO WS-MOV-POST-AMT
                PERFORM ADD-BRANCH-MOVEMENT
            END-IF.

       ADD-BRANCH-MOVEMENT.
            MOVE "N" TO WS-MOV-FOUND-SW
            PERFORM VARYING WS-MOV-IX FROM 1 BY 1
                    UNTIL WS-MOV-IX > WS-MOV-COUNT
                    OR WS-MOV-FOUND
                IF WS-MOV-BR(WS-MOV-IX) = WS-TRANS-BR
                   AND WS-MOV-ACCT(WS-MOV-IX) = WS-MOV-KEY
                    SET WS-MOV-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-MOV-FOUND
                SUBTRACT 1 FROM WS-MOV-IX
            ELSE
                IF WS-MOV-COUNT < 5000
                    ADD 1 TO WS-MOV-COUNT
                    MOVE WS-MOV-COUNT TO WS-MOV-IX
                    MOVE WS-TRANS-BR TO WS-MOV-BR(WS-MOV-IX)
                    MOVE WS-MOV-KEY TO WS-MOV-ACCT(WS-MOV-IX)
                    MOVE ZEROS TO WS-MOV-CNT(WS-MOV-IX)
                    MOVE ZEROS TO WS-MOV-AMT(WS-MOV-IX)
                ELSE
                    DISPLAY "SOMAVAL: BRANCH MOVEMENTS EXCEED TABLE"
                        " AT " WS-MOV-KEY " - RUN ABORTED"
                    CLOSE SOMA-TRANS-IN
                    PERFORM ABORT-TABLE-OVERFLOW
                END-IF
            END-IF
            ADD 1 TO WS-MOV-CNT(WS-MOV-IX)
            ADD WS-MOV-POST-AMT TO WS-MOV-AMT(WS-MOV-IX).

       RECORD-PROJECTED-EXCEPTION.
            IF WS-RES-COUNT < 20000
                ADD 1 TO WS-RES-COUNT
                MOVE WS-TRANS-BR TO WS-RES-BR(WS-RES-COUNT)
                MOVE WS-RES-WANT TO WS-RES-KIND(WS-RES-COUNT)
                MOVE WS-REJECT-REASON TO WS-RES-REASON(WS-RES-COUNT)
                MOVE SOMA-TRANS-RECORD TO WS-RES-BODY(WS-RES-COUNT)
            ELSE
                DISPLAY "SOMAVAL: PROJECTED EXCEPTIONS EXCEED TABLE"
                    " AT " TR-TRANS-ID " - RUN ABORTED"
                CLOSE SOMA-TRANS-IN
                PERFORM ABORT-TABLE-OVERFLOW
            END-IF.

       CHECK-REJECT-THRESHOLD.
            IF WS-REJECT-LIMIT-PCT > ZERO
               AND NOT WS-WOULD-ABORT
               AND WS-ACTUAL-REC-COUNT >= WS-REJECT-CHECK-FLOOR
                COMPUTE WS-REJECT-PCT = (WS-REJECT-COUNT * 100)
                    / WS-ACTUAL-REC-COUNT
                IF WS-REJECT-PCT >= WS-REJECT-LIMIT-PCT
                    SET WS-WOULD-ABORT TO TRUE
                    MOVE TR-TRANS-ID TO WS-ABORT-TRANS-ID
                    DISPLAY "SOMAVAL: SOMA WOULD ABORT AT TRANS "
                        TR-TRANS-ID " - " WS-REJECT-PCT
                        " PCT REJECTED (LIMIT " WS-REJECT-LIMIT-PCT
                        " PCT)"
                END-IF
            END-IF.

       WRITE-PROJECTION-REPORT.
            OPEN OUTPUT SOMA-VALR
            MOVE WS-RUN-DATE TO VLR-HDG-DATE
            MOVE WS-TRANS-FILE-NAME TO VLR-HDG-FEED
            WRITE VALR-RECORD FROM VLR-HEADING-LINE
            PERFORM VARYING WS-BR-IX FROM 1 BY 1
                    UNTIL WS-BR-IX > WS-BR-UNKNOWN
                IF WS-BR-IX < WS-BR-UNKNOWN
                   OR WS-BR-READ(WS-BR-IX) > ZERO
                    PERFORM WRITE-BRANCH-SECTION
                END-IF
            END-PERFORM
            PERFORM WRITE-BALANCE-PROJECTION
            PERFORM WRITE-PROJECTION-TOTALS
            CLOSE SOMA-VALR.

       WRITE-BRANCH-SECTION.
            MOVE SPACES TO VLR-SEC-TEXT
            WRITE VALR-RECORD FROM VLR-SECTION-LINE
            MOVE WS-BR-ID(WS-BR-IX) TO VLR-BR-ID
            MOVE WS-BR-FILE(WS-BR-IX) TO VLR-BR-FILE
            WRITE VALR-RECORD FROM VLR-BRANCH-LINE
            IF WS-BR-REJECTED(WS-BR-IX) > ZERO
               OR WS-BR-HELD(WS-BR-IX) > ZERO
                WRITE VALR-RECORD FROM VLR-COLUMN-LINE
                MOVE "R" TO WS-RES-WANT
                PERFORM WRITE-BRANCH-EXCEPTIONS
                MOVE "H" TO WS-RES-WANT
                PERFORM WRITE-BRANCH-EXCEPTIONS
            END-IF
            PERFORM VARYING WS-MOV-IX FROM 1 BY 1
                    UNTIL WS-MOV-IX > WS-MOV-COUNT
                IF WS-MOV-BR(WS-MOV-IX) = WS-BR-IX
                    MOVE WS-MOV-ACCT(WS-MOV-IX) TO VLR-MOV-ACCOUNT
                    MOVE WS-MOV-CNT(WS-MOV-IX) TO VLR-MOV-COUNT
                    MOVE WS-MOV-AMT(WS-MOV-IX) TO VLR-MOV-AMOUNT
                    WRITE VALR-RECORD FROM VLR-MOVE-LINE
                END-IF
            END-PERFORM
            MOVE WS-BR-READ(WS-BR-IX) TO VLR-BRT-READ
            MOVE WS-BR-POSTED(WS-BR-IX) TO VLR-BRT-POSTED
            MOVE WS-BR-REJECTED(WS-BR-IX) TO VLR-BRT-REJECTED
            MOVE WS-BR-HELD(WS-BR-IX) TO VLR-BRT-HELD
            MOVE WS-BR-AMT(WS-BR-IX) TO VLR-BRT-AMOUNT
            WRITE VALR-RECORD FROM VLR-BRTOT-LINE.

       WRITE-BRANCH-EXCEPTIONS.
            PERFORM VARYING WS-RES-IX FROM 1 BY 1
                    UNTIL WS-RES-IX > WS-RES-COUNT
                IF WS-RES-BR(WS-RES-IX) = WS-BR-IX
                   AND WS-RES-KIND(WS-RES-IX) = WS-RES-WANT
                    MOVE WS-RES-BODY(WS-RES-IX) TO WS-RES-SPLIT
                    IF WS-RES-WANT = "R"
                        MOVE "REJECT" TO VLR-DET-RESULT
                    ELSE
                        MOVE "HOLD" TO VLR-DET-RESULT
                    END-IF
                    MOVE WS-RES-TRANS-ID TO VLR-DET-TRANS-ID
                    MOVE WS-RES-ACCOUNT TO VLR-DET-ACCOUNT
                    MOVE WS-RES-OP TO VLR-DET-OP
                    MOVE WS-RES-CCY TO VLR-DET-CCY
                    MOVE WS-RES-N1 TO VLR-DET-N1
                    MOVE WS-RES-N2 TO VLR-DET-N2
                    MOVE WS-RES-CONTRA TO VLR-DET-CONTRA
                    MOVE WS-RES-REASON(WS-RES-IX) TO VLR-DET-REASON
                    WRITE VALR-RECORD FROM VLR-DETAIL-LINE
                END-IF
            END-PERFORM.

       WRITE-BALANCE-PROJECTION.
            MOVE SPACES TO VLR-SEC-TEXT
            WRITE VALR-RECORD FROM VLR-SECTION-LINE
            MOVE "PROJECTED BALANCES - ACCOUNTS THE FEED WOULD POST TO"
                TO VLR-SEC-TEXT
            WRITE VALR-RECORD FROM VLR-SECTION-LINE
            WRITE VALR-RECORD FROM VLR-BAL-COLUMN-LINE
            PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                    UNTIL WS-BAL-IX > WS-BAL-COUNT
                IF WS-BAL-RUN-CNT(WS-BAL-IX) > ZERO
                    ADD 1 TO WS-PROJ-ACCT-COUNT
                    COMPUTE WS-MOVEMENT = WS-BAL-AMT(WS-BAL-IX)
                        - WS-BAL-OPEN(WS-BAL-IX)
                    MOVE WS-BAL-ACCT(WS-BAL-IX) TO VLR-BAL-ACCOUNT
                    MOVE WS-BAL-STAT(WS-BAL-IX) TO VLR-BAL-STATUS
                    MOVE WS-BAL-OPEN(WS-BAL-IX) TO VLR-BAL-OPENING
                    MOVE WS-MOVEMENT TO VLR-BAL-MOVEMENT
                    MOVE WS-BAL-AMT(WS-BAL-IX) TO VLR-BAL-PROJECTED
                    IF WS-BAL-NEW(WS-BAL-IX) = "Y"
                        MOVE "NEW ACCOUNT" TO VLR-BAL-NOTE
                    ELSE
                        MOVE SPACES TO VLR-BAL-NOTE
                    END-IF
                    WRITE VALR-RECORD FROM VLR-BAL-LINE
                END-IF
            END-PERFORM.

       WRITE-PROJECTION-TOTALS.
            MOVE SPACES TO VLR-SEC-TEXT
            WRITE VALR-RECORD FROM VLR-SECTION-LINE
            MOVE "TRANSACTIONS READ:          " TO VLR-TOT-LABEL
            MOVE WS-ACTUAL-REC-COUNT TO VLR-TOT-COUNT
            MOVE ZEROS TO VLR-TOT-AMOUNT
            WRITE VALR-RECORD FROM VLR-TOTAL-LINE
            MOVE "WOULD POST:                 " TO VLR-TOT-LABEL
            MOVE WS-POSTED-COUNT TO VLR-TOT-COUNT
            MOVE WS-POSTED-SUM TO VLR-TOT-AMOUNT
            WRITE VALR-RECORD FROM VLR-TOTAL-LINE
            MOVE "WOULD REJECT:               " TO VLR-TOT-LABEL
            MOVE WS-REJECT-COUNT TO VLR-TOT-COUNT
            MOVE ZEROS TO VLR-TOT-AMOUNT
            WRITE VALR-RECORD FROM VLR-TOTAL-LINE
            MOVE "WOULD HOLD:                 " TO VLR-TOT-LABEL
            MOVE WS-HELD-COUNT TO VLR-TOT-COUNT
            MOVE ZEROS TO VLR-TOT-AMOUNT
            WRITE VALR-RECORD FROM VLR-TOTAL-LINE
            MOVE "ACCOUNTS POSTED TO:         " TO VLR-TOT-LABEL
            MOVE WS-PROJ-ACCT-COUNT TO VLR-TOT-COUNT
            MOVE ZEROS TO VLR-TOT-AMOUNT
            WRITE VALR-RECORD FROM VLR-TOTAL-LINE
            EVALUATE TRUE
                WHEN WS-WOULD-ABORT
                    MOVE SPACES TO VLR-STATUS-TEXT
                    STRING "REJECT LIMIT BREACHED AT TRANS "
                        WS-ABORT-TRANS-ID
                        " - SOMA WOULD ABORT, HOLD THE POST"
                        DELIMITED BY SIZE INTO VLR-STATUS-TEXT
                WHEN WS-REJECT-COUNT > ZERO OR WS-HELD-COUNT > ZERO
                    MOVE "REJECTS/HOLDS PROJECTED - CALL BRANCHES BACK"
                        TO VLR-STATUS-TEXT
                WHEN OTHER
                    MOVE "FEED WOULD POST CLEAN" TO VLR-STATUS-TEXT
            END-EVALUATE
            WRITE VALR-RECORD FROM VLR-STATUS-LINE.

       WRITE-RUN-LOG-START.
            SET RNL-START-REC TO TRUE
            MOVE ZEROS TO RNL-RETURN-CODE
            MOVE ZEROS TO RNL-COUNT-1
            MOVE ZEROS TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
            SET RNL-END-REC TO TRUE
            MOVE RETURN-CODE TO RNL-RETURN-CODE
            MOVE WS-ACTUAL-REC-COUNT TO RNL-COUNT-1
            MOVE WS-REJECT-COUNT TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
            MOVE "SOMAVAL" TO RNL-PROGRAM
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

       END PROGRAM somaval.
