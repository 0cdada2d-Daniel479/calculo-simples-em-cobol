      *          privilege gates the whole session, so the audit
      *          trail is no longer open to anyone who can start the
      *          program.
      *          Account inquiry (menu 4) answers "what is my balance
      *          and what hit it this week" for one account code: the
      *          SOMABALM.DAT status, balance and last-posted date,
      *          the SOMAPTD.DAT period opening balance and activity,
      *          the SOMAHELD.DAT items still waiting for the account
      *          (held or released but not yet posted, as either
      *          side of a transfer), its open SOMARJCT.DAT rejects
      *          (the account on the reject, or for older rejects the
      *          day's SOMAEXCP.DAT line), and its latest SOMAHIST.DAT
      *          postings newest first with the running balance after
      *          each, a page at a time. Every account inquiry is
      *          logged to SOMAMLOG.DAT under the signed-on operator.
      *          The files are only read - while the batch holds
      *          SOMABALM.LCK the figures are shown with a warning
      *          that they may be mid-update.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SOMA-OPER ASSIGN TO "SOMAOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SOMA-BALMST ASSIGN TO "SOMABALM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.
           SELECT SOMA-PTD ASSIGN TO "SOMAPTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-STATUS.
           SELECT SOMA-HELD ASSIGN TO "SOMAHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT SOMA-RJCT ASSIGN TO "SOMARJCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJCT-STATUS.
           SELECT SOMA-EXCPT ASSIGN TO "SOMAEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPT-STATUS.
           SELECT SOMA-HIST ASSIGN TO "SOMAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SOMA-LOCK ASSIGN TO "SOMABALM.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT SOMA-MLOG ASSIGN TO "SOMAMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-AUDIT.
       01  AUD-RECORD              PIC X(85).
       FD  SOMA-OPER.
       01  OPR-RECORD              PIC X(48).
       FD  SOMA-BALMST.
       01  BAL-RECORD              PIC X(40).
       FD  SOMA-PTD.
       01  PTD-RECORD              PIC X(43).
       FD  SOMA-HELD.
       01  HEL-RECORD              PIC X(126).
       FD  SOMA-RJCT.
       01  RJT-RECORD              PIC X(94).
       FD  SOMA-EXCPT.
       01  EXC-RECORD              PIC X(100).
       FD  SOMA-HIST.
       01  HST-RECORD              PIC X(78).
       FD  SOMA-LOCK.
       01  LCK-RECORD              PIC X(28).
       FD  SOMA-MLOG.
       01  MLG-RECORD              PIC X(81).
       WORKING-STORAGE SECTION.
       77 WS-AUDIT-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-CHOICE             PIC X(01) VALUE SPACE.
           05 WS-OPR-ENTRY OCCURS 100.
              10 WS-OPR-OPER       PIC X(20).
              10 WS-OPR-INQ        PIC X(01).
       77 WS-BALMST-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-PTD-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-HELD-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RJCT-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-EXCPT-STATUS       PIC X(02) VALUE ZEROS.
       77 WS-HIST-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LOCK-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MLOG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-IN-EOF-SW          PIC X(01) VALUE "N".
           88 WS-IN-EOF                   VALUE "Y".
       77 WS-FOUND-SW           PIC X(01) VALUE "N".
           88 WS-FOUND                    VALUE "Y".
       77 WS-ACCT-IN            PIC X(10) VALUE SPACES.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-RUN-TIME           PIC X(08) VALUE SPACES.
       77 WS-AMOUNT-OUT         PIC -(9)9.99.
       77 WS-AMOUNT2-OUT        PIC -(9)9.99.
       77 WS-COUNT-OUT          PIC ZZZZZ9.
       77 WS-ITEM-COUNT         PIC 9(06) VALUE ZEROS.
       77 WS-CLOSING-BAL        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-EXC-COUNT          PIC 9(03) VALUE ZEROS.
       77 WS-EXC-IX             PIC 9(03) VALUE ZEROS.
       01 WS-EXC-TABLE.
           05 WS-EXC-ID OCCURS 500 PIC 9(06).
       77 WS-PAGE-LINES         PIC 9(02) VALUE 10.
       77 WS-PAGE-RAW           PIC X(05) VALUE SPACES.
       77 WS-PAGE-WORK          PIC 9(05) VALUE ZEROS.
       77 WS-PAGE-SHOWN         PIC 9(02) VALUE ZEROS.
       77 WS-PAGE-CHOICE        PIC X(01) VALUE SPACE.
       77 WS-PST-TOTAL          PIC 9(07) VALUE ZEROS.
       77 WS-PST-KEPT           PIC 9(04) VALUE ZEROS.
       77 WS-PST-SHOWN          PIC 9(04) VALUE ZEROS.
       77 WS-PST-SLOT           PIC 9(04) VALUE ZEROS.
       77 WS-PST-QUOT           PIC 9(07) VALUE ZEROS.
       77 WS-PST-BACK           PIC 9(07) VALUE ZEROS.
      * The latest postings for the account, kept as a ring so a busy
      * account's whole history never has to fit in the table.
       01 WS-PST-TABLE.
           05 WS-PST-ENTRY OCCURS 1000.
              10 WS-PST-DATE       PIC X(10).
              10 WS-PST-ID         PIC 9(06).
              10 WS-PST-OP         PIC X(01).
              10 WS-PST-CCY        PIC X(03).
              10 WS-PST-AMT        PIC S9(9)V99 COMP-3.
              10 WS-PST-BAL        PIC S9(9)V99 COMP-3.
              10 WS-PST-REVERSES   PIC 9(06).
       01 WS-CURRENT-DATE.
           05 WS-CUR-YYYY          PIC 9(04).
           05 WS-CUR-MM            PIC 9(02).
           05 WS-CUR-DD            PIC 9(02).
       01 WS-CURRENT-TIME.
           05 WS-CUR-HH            PIC 9(02).
           05 WS-CUR-MN            PIC 9(02).
           05 WS-CUR-SS            PIC 9(02).
           05 WS-CUR-HS            PIC 9(02).
           COPY SOMAAUD.
           COPY SOMAOPR.
           COPY SOMABAL.
           COPY SOMAPTD.
           COPY SOMAHEL.
           COPY SOMARJT.
           COPY SOMAEXC.
           COPY SOMAHST.
           COPY SOMALCK.
           COPY SOMAMLG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SIGN-ON-OPERATOR
                        PERFORM QUERY-BY-DATE-RANGE
                    WHEN "3"
                        PERFORM QUERY-BY-OPERATOR
                    WHEN "4"
                        PERFORM QUERY-BY-ACCOUNT
                    WHEN "X" WHEN "x"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE - " WS-CHOICE
                END-EVALUATE
            END-PERFORM
            DISPLAY "SOMA INQUIRY - SESSION ENDED"
            STOP RUN.

       SIGN-ON-OPERATOR.
       DISPLAY-MENU.
            DISPLAY " "
            DISPLAY "=========================================="
            DISPLAY " SOMA AUDIT TRAIL AND ACCOUNT INQUIRY"
            DISPLAY " OPERATOR: " WS-SIGNON-ID
            DISPLAY "=========================================="
            DISPLAY " 1 = BY TRANSACTION ID"
            DISPLAY " 2 = BY RUN-DATE RANGE"
            DISPLAY " 3 = BY OPERATOR ID"
            DISPLAY " 4 = ACCOUNT INQUIRY"
            DISPLAY " X = EXIT"
            DISPLAY "CHOICE: " WITH NO ADVANCING.

                    END-IF
            END-EVALUATE.

       QUERY-BY-ACCOUNT.
            DISPLAY "ENTER ACCOUNT CODE (10 CHARS): "
                WITH NO ADVANCING
            ACCEPT WS-ACCT-IN
            IF WS-ACCT-IN = SPACES
                DISPLAY "ACCOUNT CODE REQUIRED"
            ELSE
                ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
                    DELIMITED BY SIZE INTO WS-RUN-DATE
                ACCEPT WS-CURRENT-TIME FROM TIME
                STRING WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
                    DELIMITED BY SIZE INTO WS-RUN-TIME
                PERFORM WRITE-MAINT-LOG
                PERFORM CHECK-MASTER-LOCK
                PERFORM SHOW-ACCOUNT-BALANCE
                PERFORM SHOW-PERIOD-TO-DATE
                PERFORM SHOW-HELD-ITEMS
                PERFORM SHOW-OPEN-REJECTS
                PERFORM SHOW-RECENT-POSTINGS
            END-IF.

       CHECK-MASTER-LOCK.
            OPEN INPUT SOMA-LOCK
            IF WS-LOCK-STATUS NOT = "35"
                READ SOMA-LOCK INTO LCK-LINE
                    AT END
                        MOVE SPACES TO LCK-LINE
                END-READ
                CLOSE SOMA-LOCK
                DISPLAY "WARNING - BALANCE MASTER IN USE BY "
                    LCK-PROGRAM " SINCE " LCK-DATE " " LCK-TIME
                    " - FIGURES MAY BE MID-UPDATE"
            END-IF.

       SHOW-ACCOUNT-BALANCE.
            DISPLAY " "
            DISPLAY "ACCOUNT " WS-ACCT-IN
            MOVE "N" TO WS-FOUND-SW
            MOVE "N" TO WS-IN-EOF-SW
            OPEN INPUT SOMA-BALMST
            IF WS-BALMST-STATUS = "35"
                DISPLAY "SOMABALM.DAT NOT FOUND - NO BALANCE MASTER"
            ELSE
                PERFORM UNTIL WS-IN-EOF OR WS-FOUND
                    READ SOMA-BALMST INTO BAL-LINE
                        AT END
                            SET WS-IN-EOF TO TRUE
                        NOT AT END
                            IF BAL-ACCOUNT-CODE = WS-ACCT-IN
                                SET WS-FOUND TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SOMA-BALMST
                IF WS-FOUND
                    MOVE BAL-BALANCE TO WS-AMOUNT-OUT
                    IF BAL-STATUS = "C"
                        DISPLAY "  STATUS:      C (CLOSED)"
                    ELSE
                        DISPLAY "  STATUS:      " BAL-STATUS
                            " (OPEN FOR POSTING)"
                    END-IF
                    DISPLAY "  BALANCE:     " WS-AMOUNT-OUT
                    DISPLAY "  LAST POSTED: " BAL-LAST-POSTED
                ELSE
                    DISPLAY "  NOT ON BALANCE MASTER"
                END-IF
            END-IF.

       SHOW-PERIOD-TO-DATE.
            MOVE "N" TO WS-FOUND-SW
            MOVE "N" TO WS-IN-EOF-SW
            OPEN INPUT SOMA-PTD
            IF WS-PTD-STATUS = "35"
                DISPLAY "SOMAPTD.DAT NOT FOUND - NO PERIOD FIGURES"
            ELSE
                PERFORM UNTIL WS-IN-EOF OR WS-FOUND
                    READ SOMA-PTD INTO PTD-LINE
                        AT END
                            SET WS-IN-EOF TO TRUE
                        NOT AT END
                            IF PTD-ACCOUNT-CODE = WS-ACCT-IN
                                SET WS-FOUND TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SOMA-PTD
                DISPLAY "PERIOD TO DATE"
                IF WS-FOUND
                    MOVE PTD-OPENING-BAL TO WS-AMOUNT-OUT
                    DISPLAY "  OPENING BALANCE: " WS-AMOUNT-OUT
                    MOVE PTD-AMOUNT TO WS-AMOUNT-OUT
                    MOVE PTD-POST-COUNT TO WS-COUNT-OUT
                    DISPLAY "  ACTIVITY:        " WS-AMOUNT-OUT
                        "  IN " WS-COUNT-OUT " POSTING(S)"
                    COMPUTE WS-CLOSING-BAL =
                        PTD-OPENING-BAL + PTD-AMOUNT
                    MOVE WS-CLOSING-BAL TO WS-AMOUNT-OUT
                    DISPLAY "  OPENING + ACTIVITY: " WS-AMOUNT-OUT
                ELSE
                    DISPLAY "  NO POSTINGS THIS PERIOD"
                END-IF
            END-IF.

       SHOW-HELD-ITEMS.
            MOVE ZEROS TO WS-ITEM-COUNT
            MOVE "N" TO WS-IN-EOF-SW
            OPEN INPUT SOMA-HELD
            IF WS-HELD-STATUS = "35"
                DISPLAY "HELD ITEMS WAITING: NONE (NO SOMAHELD.DAT)"
            ELSE
                DISPLAY "HELD ITEMS WAITING"
                PERFORM UNTIL WS-IN-EOF
                    READ SOMA-HELD INTO HEL-LINE
                        AT END
                            SET WS-IN-EOF TO TRUE
                        NOT AT END
                            PERFORM SHOW-ONE-HELD-ITEM
                    END-READ
                END-PERFORM
                CLOSE SOMA-HELD
                IF WS-ITEM-COUNT = ZERO
                    DISPLAY "  NONE"
                END-IF
            END-IF.

       SHOW-ONE-HELD-ITEM.
            IF (HEL-STATUS = "H" OR HEL-STATUS = "R")
               AND (HEL-ACCOUNT-CODE = WS-ACCT-IN
                    OR HEL-CONTRA-ACCOUNT = WS-ACCT-IN)
                ADD 1 TO WS-ITEM-COUNT
                IF WS-ITEM-COUNT = 1
                    DISPLAY "  ST TRANS  HELD       OP CUR"
                        "          N1           N2 REASON"
                END-IF
                MOVE HEL-N1 TO WS-AMOUNT-OUT
                MOVE HEL-N2 TO WS-AMOUNT2-OUT
                DISPLAY "  " HEL-STATUS "  " HEL-TRANS-ID " "
                    HEL-DATE-HELD " " HEL-OP-CODE "  "
                    HEL-CURRENCY-CODE " " WS-AMOUNT-OUT " "
                    WS-AMOUNT2-OUT " " HEL-REASON
                IF HEL-CONTRA-ACCOUNT NOT = SPACES
                    DISPLAY "     TRANSFER " HEL-ACCOUNT-CODE
                        " / " HEL-CONTRA-ACCOUNT
                END-IF
            END-IF.

      * Older reject lines carry no account, so the day's exceptions
      * listing is read first for the transactions naming the account
      * on either side.
       SHOW-OPEN-REJECTS.
            MOVE ZEROS TO WS-EXC-COUNT
            MOVE "N" TO WS-IN-EOF-SW
            OPEN INPUT SOMA-EXCPT
            IF WS-EXCPT-STATUS NOT = "35"
                PERFORM UNTIL WS-IN-EOF
                    READ SOMA-EXCPT INTO EXC-LINE
                        AT END
                            SET WS-IN-EOF TO TRUE
                        NOT AT END
                            IF (EXC-ACCOUNT-CODE = WS-ACCT-IN
                                OR EXC-CONTRA-ACCOUNT = WS-ACCT-IN)
                               AND WS-EXC-COUNT < 500
                                ADD 1 TO WS-EXC-COUNT
                                MOVE EXC-TRANS-ID
                                    TO WS-EXC-ID(WS-EXC-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SOMA-EXCPT
            END-IF
            MOVE ZEROS TO WS-ITEM-COUNT
            MOVE "N" TO WS-IN-EOF-SW
            OPEN INPUT SOMA-RJCT
            IF WS-RJCT-STATUS = "35"
                DISPLAY "OPEN REJECTS: NONE (NO SOMARJCT.DAT)"
            ELSE
                DISPLAY "OPEN REJECTS"
                PERFORM UNTIL WS-IN-EOF
                    READ SOMA-RJCT INTO RJT-LINE
                        AT END
                            SET WS-IN-EOF TO TRUE
                        NOT AT END
                            IF RJT-STATUS = "O"
                                PERFORM SHOW-ONE-REJECT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SOMA-RJCT
                IF WS-ITEM-COUNT = ZERO
                    DISPLAY "  NONE"
                END-IF
            END-IF.

       SHOW-ONE-REJECT.
            MOVE "N" TO WS-FOUND-SW
            IF RJT-ACCOUNT-CODE = WS-ACCT-IN
                SET WS-FOUND TO TRUE
            END-IF
            PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                    UNTIL WS-EXC-IX > WS-EXC-COUNT OR WS-FOUND
                IF WS-EXC-ID(WS-EXC-IX) = RJT-TRANS-ID
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-FOUND
                ADD 1 TO WS-ITEM-COUNT
                IF WS-ITEM-COUNT = 1
                    DISPLAY "  TRANS  OPENED     REASON"
                END-IF
                DISPLAY "  " RJT-TRANS-ID " " RJT-DATE-OPENED " "
                    RJT-REASON
            END-IF.

       SHOW-RECENT-POSTINGS.
            ACCEPT WS-PAGE-RAW FROM ENVIRONMENT "SOMA_INQ_PAGE_LINES"
            IF WS-PAGE-RAW NOT = SPACES
                COMPUTE WS-PAGE-WORK = FUNCTION NUMVAL(WS-PAGE-RAW)
      *         A page holds at most 99 lines.
                IF WS-PAGE-WORK > 99
                    MOVE 99 TO WS-PAGE-LINES
                ELSE
                    MOVE WS-PAGE-WORK TO WS-PAGE-LINES
                END-IF
            END-IF
            IF WS-PAGE-LINES = ZERO
                MOVE 10 TO WS-PAGE-LINES
            END-IF
            MOVE ZEROS TO WS-PST-TOTAL
            MOVE "N" TO WS-IN-EOF-SW
            OPEN INPUT SOMA-HIST
            IF WS-HIST-STATUS = "35"
                DISPLAY "POSTINGS: NONE (NO SOMAHIST.DAT)"
            ELSE
                PERFORM UNTIL WS-IN-EOF
                    READ SOMA-HIST INTO HST-LINE
                        AT END
                            SET WS-IN-EOF TO TRUE
                        NOT AT END
                            IF HST-ACCOUNT-CODE = WS-ACCT-IN
                                PERFORM KEEP-ONE-POSTING
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SOMA-HIST
                PERFORM PAGE-RECENT-POSTINGS
            END-IF.

       KEEP-ONE-POSTING.
            DIVIDE WS-PST-TOTAL BY 1000 GIVING WS-PST-QUOT
                REMAINDER WS-PST-SLOT
            ADD 1 TO WS-PST-SLOT
            ADD 1 TO WS-PST-TOTAL
            MOVE HST-RUN-DATE TO WS-PST-DATE(WS-PST-SLOT)
            MOVE HST-TRANS-ID TO WS-PST-ID(WS-PST-SLOT)
            MOVE HST-OP-CODE TO WS-PST-OP(WS-PST-SLOT)
            MOVE HST-CURRENCY-CODE TO WS-PST-CCY(WS-PST-SLOT)
            MOVE HST-AMOUNT TO WS-PST-AMT(WS-PST-SLOT)
            MOVE HST-RESULT-BAL TO WS-PST-BAL(WS-PST-SLOT)
            IF HST-REVERSES-ID NUMERIC
                MOVE HST-REVERSES-ID TO WS-PST-REVERSES(WS-PST-SLOT)
            ELSE
                MOVE ZEROS TO WS-PST-REVERSES(WS-PST-SLOT)
            END-IF.

      * Newest first, a page at a time, for as far back as the table
      * holds.
       PAGE-RECENT-POSTINGS.
            IF WS-PST-TOTAL > 1000
                MOVE 1000 TO WS-PST-KEPT
            ELSE
                MOVE WS-PST-TOTAL TO WS-PST-KEPT
            END-IF
            MOVE WS-PST-TOTAL TO WS-COUNT-OUT
            DISPLAY "POSTINGS ON HISTORY: " WS-COUNT-OUT
                " - LATEST FIRST"
            IF WS-PST-KEPT = ZERO
                DISPLAY "  NONE"
            END-IF
            MOVE ZEROS TO WS-PST-SHOWN
            MOVE SPACE TO WS-PAGE-CHOICE
            PERFORM UNTIL WS-PST-SHOWN >= WS-PST-KEPT
                    OR WS-PAGE-CHOICE = "X" OR WS-PAGE-CHOICE = "x"
                DISPLAY "  RUN DATE   TRANS  OP CUR       AMOUNT"
                    "      BALANCE"
                MOVE ZEROS TO WS-PAGE-SHOWN
                PERFORM UNTIL WS-PAGE-SHOWN >= WS-PAGE-LINES
                        OR WS-PST-SHOWN >= WS-PST-KEPT
                    ADD 1 TO WS-PST-SHOWN
                    ADD 1 TO WS-PAGE-SHOWN
                    PERFORM SHOW-ONE-POSTING
                END-PERFORM
                IF WS-PST-SHOWN < WS-PST-KEPT
                    DISPLAY "N = NEXT PAGE, X = END: "
                        WITH NO ADVANCING
                    ACCEPT WS-PAGE-CHOICE
                END-IF
            END-PERFORM
            IF WS-PST-KEPT < WS-PST-TOTAL
               AND WS-PST-SHOWN >= WS-PST-KEPT
                DISPLAY "  (EARLIER POSTINGS NOT SHOWN - RUN SOMASTMT)"
            END-IF.

       SHOW-ONE-POSTING.
            COMPUTE WS-PST-BACK = WS-PST-TOTAL - WS-PST-SHOWN
            DIVIDE WS-PST-BACK BY 1000 GIVING WS-PST-QUOT
                REMAINDER WS-PST-SLOT
            ADD 1 TO WS-PST-SLOT
            MOVE WS-PST-AMT(WS-PST-SLOT) TO WS-AMOUNT-OUT
            MOVE WS-PST-BAL(WS-PST-SLOT) TO WS-AMOUNT2-OUT
            IF WS-PST-REVERSES(WS-PST-SLOT) > ZERO
                DISPLAY "  " WS-PST-DATE(WS-PST-SLOT) " "
                    WS-PST-ID(WS-PST-SLOT) " "
                    WS-PST-OP(WS-PST-SLOT) "  "
                    WS-PST-CCY(WS-PST-SLOT) " "
                    WS-AMOUNT-OUT " " WS-AMOUNT2-OUT
                    " REVERSES " WS-PST-REVERSES(WS-PST-SLOT)
            ELSE
                DISPLAY "  " WS-PST-DATE(WS-PST-SLOT) " "
                    WS-PST-ID(WS-PST-SLOT) " "
                    WS-PST-OP(WS-PST-SLOT) "  "
                    WS-PST-CCY(WS-PST-SLOT) " "
                    WS-AMOUNT-OUT " " WS-AMOUNT2-OUT
            END-IF.

       WRITE-MAINT-LOG.
            MOVE WS-RUN-DATE TO MLG-DATE
            MOVE WS-RUN-TIME TO MLG-TIME
            MOVE WS-SIGNON-ID TO MLG-OPERATOR-ID
            MOVE "SOMAINQ" TO MLG-PROGRAM
            MOVE "ACCOUNT INQUIRY" TO MLG-ACTION
            MOVE WS-ACCT-IN TO MLG-KEY
            OPEN EXTEND SOMA-MLOG
            IF WS-MLOG-STATUS = "35"
                OPEN OUTPUT SOMA-MLOG
            END-IF
            WRITE MLG-RECORD FROM MLG-LINE
            CLOSE SOMA-MLOG.

       END PROGRAM somainq.
