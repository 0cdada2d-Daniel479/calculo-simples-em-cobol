      ******************************************************************
      * Author: Daniel
      * Purpose: Point-in-time rebuild of the SOMA balance master and
      *          period-to-date file from the posting history - the
      *          recovery job for when SOMABALM.DAT and its .PRV
      *          generation are both damaged, and the answer to "what
      *          was every balance at close of business on a past
      *          date". Starts from the nearest SOMACLSE period-end
      *          snapshot (SOMABALM-YYYY-MM-DD.ARC) on or before the
      *          as-of date - period-end dates come from the SOMACAL
      *          calendar; a missing or unreadable snapshot falls
      *          back to the one before it, and with none at all the
      *          rebuild runs from the start of the history - then
      *          replays every SOMAHIST.DAT posting dated after the
      *          snapshot up to and including the as-of date, and the
      *          SOMAACT account additions, closures and reopens on
      *          SOMAMLOG.DAT over the same dates for BAL-STATUS.
      *          Each replayed posting is proved against its
      *          HST-RESULT-BAL; an account first met in the replay
      *          is opened at the balance its first history line
      *          implies. The rebuilt master and period-to-date file
      *          are written in the normal layouts as SOMABALM.RBD
      *          and SOMAPTD.RBD (the period runs from the last
      *          period-end date before the as-of date; a rebuild as
      *          of a closed period-end date gives the reseeded file
      *          the close left behind), and the report (SOMARBLR.DAT)
      *          lists any history chain breaks and every account
      *          whose balance, status or BAL-LAST-POSTED differs
      *          from the live SOMABALM.DAT. The live files are NEVER
      *          touched unless the operator asks for a restore.
      *          PARM:
      *            (none)              rebuild as of the SOMACAL
      *                                calendar's current business
      *                                date (system date when there
      *                                is no calendar)
      *            YYYY-MM-DD          rebuild as of that date
      *            RESTORE YYYY-MM-DD  rebuild as of that date and,
      *                                if the history chains clean,
      *                                swap the rebuilt files in as
      *                                the live SOMABALM.DAT and
      *                                SOMAPTD.DAT (verified
      *                                generation swap under the
      *                                SOMABALM.LCK marker, prior
      *                                files kept as .PRV)
      *          RC=0 rebuilt and identical to live, RC=4 rebuilt
      *          with differences listed (RESTORE: live replaced
      *          either way), RC=8 history chain breaks or
      *          unreadable history - rebuild suspect, restore
      *          refused, RC=12 bad as-of date, no history, master
      *          lock held or file/table trouble.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somarbld.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-SNAP ASSIGN TO DYNAMIC WS-SNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SOMA-HIST ASSIGN TO "SOMAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SOMA-MLOG ASSIGN TO "SOMAMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.
           SELECT SOMA-BALMST ASSIGN TO "SOMABALM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALMST-STATUS.
           SELECT SOMA-BALRBD ASSIGN TO "SOMABALM.RBD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-PTDRBD ASSIGN TO "SOMAPTD.RBD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-BALNEW ASSIGN TO "SOMABALM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-PTDNEW ASSIGN TO "SOMAPTD.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-LOCK ASSIGN TO "SOMABALM.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT SOMA-RBLR ASSIGN TO "SOMARBLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-CAL ASSIGN TO "SOMACAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SOMA-RUNL ASSIGN TO "SOMARUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-SNAP.
       01  SNAP-RECORD             PIC X(40).
       FD  SOMA-HIST.
       01  HST-RECORD              PIC X(78).
       FD  SOMA-MLOG.
       01  MLG-RECORD              PIC X(81).
       FD  SOMA-BALMST.
       01  BAL-RECORD              PIC X(40).
       FD  SOMA-BALRBD.
       01  BALRBD-RECORD           PIC X(40).
       FD  SOMA-PTDRBD.
       01  PTDRBD-RECORD           PIC X(43).
       FD  SOMA-BALNEW.
       01  BALNEW-RECORD           PIC X(40).
       FD  SOMA-PTDNEW.
       01  PTDNEW-RECORD           PIC X(43).
       FD  SOMA-LOCK.
       01  LCK-RECORD              PIC X(28).
       FD  SOMA-RBLR.
       01  RBLR-RECORD             PIC X(100).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       77 WS-PARM-MODE          PIC X(10) VALUE SPACES.
       77 WS-PARM-DATE          PIC X(10) VALUE SPACES.
       77 WS-RESTORE-SW         PIC X(01) VALUE "N".
           88 WS-RESTORE                  VALUE "Y".
       77 WS-AS-OF-DATE         PIC X(10) VALUE SPACES.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-RUN-TIME           PIC X(08) VALUE SPACES.
       77 WS-SNAP-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-HIST-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MLOG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-BALMST-STATUS      PIC X(02) VALUE ZEROS.
       77 WS-LOCK-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-LOCK-OVERRIDE-SW   PIC X(01) VALUE SPACE.
           88 WS-LOCK-OVERRIDDEN          VALUE "Y".
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-SNAP-EOF-SW        PIC X(01) VALUE "N".
           88 WS-SNAP-EOF                 VALUE "Y".
       77 WS-SNAP-FOUND-SW      PIC X(01) VALUE "N".
           88 WS-SNAP-FOUND               VALUE "Y".
       77 WS-SNAP-BAD-SW        PIC X(01) VALUE "N".
           88 WS-SNAP-BAD                 VALUE "Y".
       77 WS-HST-EOF-SW         PIC X(01) VALUE "N".
           88 WS-HST-EOF                  VALUE "Y".
       77 WS-MLG-EOF-SW         PIC X(01) VALUE "N".
           88 WS-MLG-EOF                  VALUE "Y".
       77 WS-BAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-BAL-EOF                  VALUE "Y".
       77 WS-BAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-BAL-FOUND                VALUE "Y".
       77 WS-VERIFY-EOF-SW      PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF               VALUE "Y".
       77 WS-SNAP-FILE-NAME     PIC X(80) VALUE SPACES.
       77 WS-SNAP-DATE          PIC X(10) VALUE SPACES.
       77 WS-PERIOD-START       PIC X(10) VALUE SPACES.
       77 WS-PE-COUNT           PIC 9(04) VALUE ZEROS.
       77 WS-PE-IX              PIC 9(04) VALUE ZEROS.
       77 WS-PE-IX2             PIC 9(04) VALUE ZEROS.
       77 WS-PE-HOLD            PIC X(10) VALUE SPACES.
       01 WS-PE-TABLE.
           05 WS-PE-DATE OCCURS 1000 PIC X(10).
       77 WS-BAL-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-BAL-IX             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-IX2            PIC 9(04) VALUE ZEROS.
       77 WS-BAL-LO             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-HI             PIC 9(04) VALUE ZEROS.
       77 WS-BAL-INS            PIC 9(04) VALUE ZEROS.
       77 WS-BAL-KEY            PIC X(10) VALUE SPACES.
       01 WS-BAL-HOLD           PIC X(40) VALUE SPACES.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 2000.
              10 WS-BAL-ACCT       PIC X(10).
              10 WS-BAL-STAT       PIC X(01).
              10 WS-BAL-AMT        PIC S9(9)V99 COMP-3.
              10 WS-BAL-LAST       PIC X(10).
              10 WS-BAL-ORIGIN     PIC X(01).
              10 WS-BAL-PTD-AMT    PIC S9(9)V99 COMP-3.
              10 WS-BAL-PTD-CNT    PIC 9(06).
       77 WS-LIV-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-LIV-IX             PIC 9(04) VALUE ZEROS.
       77 WS-LIV-IX2            PIC 9(04) VALUE ZEROS.
       01 WS-LIV-HOLD           PIC X(28) VALUE SPACES.
       01 WS-LIV-TABLE.
           05 WS-LIV-ENTRY OCCURS 2000.
              10 WS-LIV-ACCT       PIC X(10).
              10 WS-LIV-STAT       PIC X(01).
              10 WS-LIV-AMT        PIC S9(9)V99 COMP-3.
              10 WS-LIV-LAST       PIC X(10).
              10 WS-LIV-BAD        PIC X(01).
       77 WS-EXPECTED-BAL       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-HIST-READ-COUNT    PIC 9(07) VALUE ZEROS.
       77 WS-HIST-APPLIED       PIC 9(07) VALUE ZEROS.
       77 WS-HIST-APPLIED-SUM   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-HIST-BAD-COUNT     PIC 9(06) VALUE ZEROS.
       77 WS-BREAK-COUNT        PIC 9(06) VALUE ZEROS.
       77 WS-MLG-APPLIED        PIC 9(06) VALUE ZEROS.
       77 WS-DIFF-COUNT         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REBUILT        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-TOT-LIVE           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77 WS-VERIFY-COUNT       PIC 9(04) VALUE ZEROS.
       77 WS-NOTE-PTR           PIC 9(02) VALUE ZEROS.
       77 WS-RENAME-RC          PIC S9(09) BINARY VALUE ZEROS.
       77 WS-GEN-OLD-NAME       PIC X(80) VALUE SPACES.
       77 WS-GEN-NEW-NAME       PIC X(80) VALUE SPACES.
       77 WS-RESTORED-SW        PIC X(01) VALUE "N".
           88 WS-RESTORED                 VALUE "Y".
       01 WS-CURRENT-DATE.
           05 WS-CUR-YYYY          PIC 9(04).
           05 WS-CUR-MM            PIC 9(02).
           05 WS-CUR-DD            PIC 9(02).
       01 WS-CURRENT-TIME.
           05 WS-CUR-HH            PIC 9(02).
           05 WS-CUR-MN            PIC 9(02).
           05 WS-CUR-SS            PIC 9(02).
           05 WS-CUR-HS            PIC 9(02).
           COPY SOMABAL.
           COPY SOMAPTD.
           COPY SOMAHST.
           COPY SOMAMLG.
           COPY SOMALCK.
           COPY SOMARBL.
           COPY SOMACAL.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-JOB-PARM
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM WRITE-RUN-LOG-START
            IF WS-AS-OF-DATE(5:1) NOT = "-"
               OR WS-AS-OF-DATE(8:1) NOT = "-"
               OR WS-AS-OF-DATE > WS-RUN-DATE
                DISPLAY "SOMARBLD: AS-OF DATE " WS-AS-OF-DATE
                    " INVALID OR AFTER BUSINESS DATE " WS-RUN-DATE
                    " - RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF
            OPEN OUTPUT SOMA-RBLR
            MOVE WS-AS-OF-DATE TO RBL-HDG-DATE
            IF WS-RESTORE
                MOVE "RESTORE" TO RBL-HDG-MODE
            ELSE
                MOVE "REBUILD" TO RBL-HDG-MODE
            END-IF
            WRITE RBLR-RECORD FROM RBL-HEADING-LINE
            PERFORM SELECT-SNAPSHOT
            PERFORM REPLAY-POSTING-HISTORY
            PERFORM REPLAY-MAINTENANCE-LOG
            PERFORM WRITE-REPLAY-SUMMARY
            PERFORM WRITE-REBUILT-FILES
            PERFORM LOAD-LIVE-MASTER
            PERFORM COMPARE-WITH-LIVE
            IF WS-RESTORE
                IF WS-BREAK-COUNT = ZERO AND WS-HIST-BAD-COUNT = ZERO
                    PERFORM RESTORE-LIVE-FILES
                ELSE
                    DISPLAY "SOMARBLD: HISTORY DOES NOT CHAIN - "
                        "RESTORE REFUSED, LIVE FILES UNTOUCHED"
                END-IF
            END-IF
            PERFORM WRITE-REBUILD-TOTALS
            CLOSE SOMA-RBLR
            DISPLAY "SOMARBLD: " WS-BAL-COUNT " ACCOUNT(S) REBUILT "
                "AS OF " WS-AS-OF-DATE " - " WS-DIFF-COUNT
                " DIFFER FROM LIVE, " WS-BREAK-COUNT
                " CHAIN BREAK(S)"
            EVALUATE TRUE
                WHEN WS-BREAK-COUNT > ZERO
                  OR WS-HIST-BAD-COUNT > ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-DIFF-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
            END-EVALUATE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       READ-JOB-PARM.
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE
            UNSTRING WS-PARM-STRING DELIMITED BY ALL " "
                INTO WS-PARM-MODE WS-PARM-DATE
            END-UNSTRING
            IF WS-PARM-MODE = "RESTORE"
                SET WS-RESTORE TO TRUE
            ELSE
                MOVE WS-PARM-MODE TO WS-PARM-DATE
            END-IF.

       READ-BUSINESS-CALENDAR.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
                DELIMITED BY SIZE INTO WS-RUN-DATE
            OPEN INPUT SOMA-CAL
            IF WS-CAL-STATUS = "35"
                DISPLAY "SOMARBLD: NO SOMACAL.DAT - PERIOD-END "
                    "SNAPSHOTS CANNOT BE LOCATED"
            ELSE
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
                            DISPLAY "SOMARBLD: CALENDAR PERIOD ENDS "
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
            END-IF
            IF WS-PARM-DATE = SPACES
                MOVE WS-RUN-DATE TO WS-AS-OF-DATE
            ELSE
                MOVE WS-PARM-DATE TO WS-AS-OF-DATE
            END-IF.

       READ-CALENDAR-RECORD.
            READ SOMA-CAL INTO CAL-LINE
                AT END
                    SET WS-CAL-EOF TO TRUE
            END-READ.

       ABORT-REBUILD.
            CLOSE SOMA-RBLR
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       SELECT-SNAPSHOT.
            PERFORM SORT-PERIOD-END-TABLE
            PERFORM VARYING WS-PE-IX FROM 1 BY 1
                    UNTIL WS-PE-IX > WS-PE-COUNT
                IF WS-PE-DATE(WS-PE-IX) < WS-AS-OF-DATE
                    MOVE WS-PE-DATE(WS-PE-IX) TO WS-PERIOD-START
                END-IF
            END-PERFORM
            MOVE WS-PE-COUNT TO WS-PE-IX
            PERFORM UNTIL WS-PE-IX = ZERO OR WS-SNAP-FOUND
                IF WS-PE-DATE(WS-PE-IX) NOT > WS-AS-OF-DATE
                    PERFORM TRY-SNAPSHOT
                END-IF
                IF NOT WS-SNAP-FOUND
                    SUBTRACT 1 FROM WS-PE-IX
                END-IF
            END-PERFORM
            MOVE "STARTING SNAPSHOT:" TO RBL-INF-LABEL
            IF WS-SNAP-FOUND
                IF WS-SNAP-DATE = WS-AS-OF-DATE
                    MOVE WS-AS-OF-DATE TO WS-PERIOD-START
                END-IF
                MOVE WS-SNAP-FILE-NAME TO RBL-INF-TEXT
            ELSE
                DISPLAY "SOMARBLD: NO PERIOD-END SNAPSHOT ON OR "
                    "BEFORE " WS-AS-OF-DATE " - REBUILDING FROM THE "
                    "START OF THE POSTING HISTORY"
                MOVE "NONE - FULL HISTORY REPLAY" TO RBL-INF-TEXT
            END-IF
            WRITE RBLR-RECORD FROM RBL-INFO-LINE
            MOVE "PERIOD-TO-DATE RUNS AFTER:" TO RBL-INF-LABEL
            IF WS-PERIOD-START = SPACES
                MOVE "START OF HISTORY" TO RBL-INF-TEXT
            ELSE
                MOVE WS-PERIOD-START TO RBL-INF-TEXT
            END-IF
            WRITE RBLR-RECORD FROM RBL-INFO-LINE.

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

       TRY-SNAPSHOT.
            MOVE SPACES TO WS-SNAP-FILE-NAME
            STRING "SOMABALM-" WS-PE-DATE(WS-PE-IX) ".ARC"
                DELIMITED BY SIZE INTO WS-SNAP-FILE-NAME
            MOVE ZEROS TO WS-BAL-COUNT
            MOVE "N" TO WS-SNAP-BAD-SW
            MOVE "N" TO WS-SNAP-EOF-SW
            OPEN INPUT SOMA-SNAP
            IF WS-SNAP-STATUS NOT = "00"
                DISPLAY "SOMARBLD: SNAPSHOT " WS-SNAP-FILE-NAME
                    " NOT AVAILABLE - TRYING EARLIER PERIOD"
            ELSE
                PERFORM READ-SNAPSHOT-RECORD
                PERFORM UNTIL WS-SNAP-EOF OR WS-SNAP-BAD
                    IF BAL-BALANCE NOT NUMERIC
                       OR BAL-ACCOUNT-CODE = SPACES
                        SET WS-SNAP-BAD TO TRUE
                    ELSE
                    IF WS-BAL-COUNT < 2000
                        ADD 1 TO WS-BAL-COUNT
                        MOVE BAL-ACCOUNT-CODE
                            TO WS-BAL-ACCT(WS-BAL-COUNT)
                        MOVE BAL-STATUS TO WS-BAL-STAT(WS-BAL-COUNT)
                        MOVE BAL-BALANCE TO WS-BAL-AMT(WS-BAL-COUNT)
                        MOVE BAL-LAST-POSTED
                            TO WS-BAL-LAST(WS-BAL-COUNT)
                        MOVE "S" TO WS-BAL-ORIGIN(WS-BAL-COUNT)
                        MOVE ZEROS TO WS-BAL-PTD-AMT(WS-BAL-COUNT)
                        MOVE ZEROS TO WS-BAL-PTD-CNT(WS-BAL-COUNT)
                    ELSE
                        DISPLAY "SOMARBLD: SNAPSHOT EXCEEDS TABLE AT "
                            BAL-ACCOUNT-CODE " - RUN ABORTED"
                        CLOSE SOMA-SNAP
                        PERFORM ABORT-REBUILD
                    END-IF
                    END-IF
                    PERFORM READ-SNAPSHOT-RECORD
                END-PERFORM
                CLOSE SOMA-SNAP
                IF WS-SNAP-BAD
                    DISPLAY "SOMARBLD: SNAPSHOT " WS-SNAP-FILE-NAME
                        " DAMAGED - TRYING EARLIER PERIOD"
                    MOVE ZEROS TO WS-BAL-COUNT
                ELSE
                    SET WS-SNAP-FOUND TO TRUE
                    MOVE WS-PE-DATE(WS-PE-IX) TO WS-SNAP-DATE
                    PERFORM SORT-BALANCE-TABLE
                END-IF
            END-IF.

       READ-SNAPSHOT-RECORD.
            READ SOMA-SNAP INTO BAL-LINE
                AT END
                    SET WS-SNAP-EOF TO TRUE
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

       ADD-BALANCE-ENTRY.
            IF WS-BAL-COUNT < 2000
                MOVE 1 TO WS-BAL-INS
                PERFORM UNTIL WS-BAL-INS > WS-BAL-COUNT
                    OR WS-BAL-ACCT(WS-BAL-INS) > WS-BAL-KEY
                    ADD 1 TO WS-BAL-INS
                END-PERFORM
                PERFORM VARYING WS-BAL-IX2 FROM WS-BAL-COUNT BY -1
                        UNTIL WS-BAL-IX2 < WS-BAL-INS
                    MOVE WS-BAL-ENTRY(WS-BAL-IX2)
                        TO WS-BAL-ENTRY(WS-BAL-IX2 + 1)
                END-PERFORM
                ADD 1 TO WS-BAL-COUNT
                MOVE WS-BAL-INS TO WS-BAL-IX
                MOVE WS-BAL-KEY TO WS-BAL-ACCT(WS-BAL-IX)
                MOVE "A" TO WS-BAL-STAT(WS-BAL-IX)
                MOVE ZEROS TO WS-BAL-AMT(WS-BAL-IX)
                MOVE SPACES TO WS-BAL-LAST(WS-BAL-IX)
                MOVE "M" TO WS-BAL-ORIGIN(WS-BAL-IX)
                MOVE ZEROS TO WS-BAL-PTD-AMT(WS-BAL-IX)
                MOVE ZEROS TO WS-BAL-PTD-CNT(WS-BAL-IX)
                SET WS-BAL-FOUND TO TRUE
            ELSE
                DISPLAY "SOMARBLD: REBUILT MASTER EXCEEDS TABLE AT "
                    WS-BAL-KEY " - RUN ABORTED"
                PERFORM ABORT-REBUILD
            END-IF.

       REPLAY-POSTING-HISTORY.
            MOVE SPACES TO RBL-SEC-TEXT
            WRITE RBLR-RECORD FROM RBL-SECTION-LINE
            MOVE "POSTING HISTORY CHAIN BREAKS" TO RBL-SEC-TEXT
            WRITE RBLR-RECORD FROM RBL-SECTION-LINE
            OPEN INPUT SOMA-HIST
            IF WS-HIST-STATUS = "35"
                IF WS-SNAP-DATE = WS-AS-OF-DATE
                    DISPLAY "SOMARBLD: NO SOMAHIST.DAT - REBUILT "
                        "FROM THE " WS-AS-OF-DATE " SNAPSHOT ALONE"
                ELSE
                    DISPLAY "SOMARBLD: NO SOMAHIST.DAT - NOTHING TO "
                        "REPLAY, RUN ABORTED"
                    PERFORM ABORT-REBUILD
                END-IF
            ELSE
                PERFORM READ-HISTORY-RECORD
                PERFORM UNTIL WS-HST-EOF
                    IF HST-RUN-DATE > WS-SNAP-DATE
                       AND HST-RUN-DATE NOT > WS-AS-OF-DATE
                        PERFORM APPLY-HISTORY-LINE
                    END-IF
                    PERFORM READ-HISTORY-RECORD
                END-PERFORM
                CLOSE SOMA-HIST
            END-IF
            IF WS-BREAK-COUNT = ZERO AND WS-HIST-BAD-COUNT = ZERO
                MOVE "NONE - EVERY REPLAYED POSTING CHAINS"
                    TO RBL-SEC-TEXT
                WRITE RBLR-RECORD FROM RBL-SECTION-LINE
            END-IF.

       READ-HISTORY-RECORD.
            READ SOMA-HIST INTO HST-LINE
                AT END
                    SET WS-HST-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-HIST-READ-COUNT
            END-READ.

       APPLY-HISTORY-LINE.
            IF HST-AMOUNT NOT NUMERIC OR HST-RESULT-BAL NOT NUMERIC
               OR HST-ACCOUNT-CODE = SPACES
                ADD 1 TO WS-HIST-BAD-COUNT
                DISPLAY "SOMARBLD: UNREADABLE HISTORY LINE FOR "
                    HST-ACCOUNT-CODE " " HST-RUN-DATE
                    " - NOT REPLAYED"
                MOVE HST-ACCOUNT-CODE TO RBL-BRK-ACCOUNT
                MOVE HST-RUN-DATE TO RBL-BRK-DATE
                MOVE HST-TRANS-ID TO RBL-BRK-TRANS-ID
                MOVE ZEROS TO RBL-BRK-REPLAYED
                MOVE ZEROS TO RBL-BRK-HISTORY
                WRITE RBLR-RECORD FROM RBL-BREAK-LINE
            ELSE
                MOVE HST-ACCOUNT-CODE TO WS-BAL-KEY
                PERFORM FIND-BALANCE-ENTRY
                IF NOT WS-BAL-FOUND
                    PERFORM ADD-BALANCE-ENTRY
                END-IF
                IF WS-BAL-ORIGIN(WS-BAL-IX) = "M"
                    COMPUTE WS-BAL-AMT(WS-BAL-IX) =
                        HST-RESULT-BAL - HST-AMOUNT
                    MOVE "H" TO WS-BAL-ORIGIN(WS-BAL-IX)
                END-IF
                COMPUTE WS-EXPECTED-BAL =
                    WS-BAL-AMT(WS-BAL-IX) + HST-AMOUNT
                IF WS-EXPECTED-BAL NOT = HST-RESULT-BAL
                    ADD 1 TO WS-BREAK-COUNT
                    MOVE HST-ACCOUNT-CODE TO RBL-BRK-ACCOUNT
                    MOVE HST-RUN-DATE TO RBL-BRK-DATE
                    MOVE HST-TRANS-ID TO RBL-BRK-TRANS-ID
                    MOVE WS-EXPECTED-BAL TO RBL-BRK-REPLAYED
                    MOVE HST-RESULT-BAL TO RBL-BRK-HISTORY
                    WRITE RBLR-RECORD FROM RBL-BREAK-LINE
                END-IF
                MOVE WS-EXPECTED-BAL TO WS-BAL-AMT(WS-BAL-IX)
                MOVE HST-RUN-DATE TO WS-BAL-LAST(WS-BAL-IX)
                ADD 1 TO WS-HIST-APPLIED
                ADD HST-AMOUNT TO WS-HIST-APPLIED-SUM
                IF HST-RUN-DATE > WS-PERIOD-START
                    ADD HST-AMOUNT TO WS-BAL-PTD-AMT(WS-BAL-IX)
                    ADD 1 TO WS-BAL-PTD-CNT(WS-BAL-IX)
                END-IF
            END-IF.

       REPLAY-MAINTENANCE-LOG.
            OPEN INPUT SOMA-MLOG
            IF WS-MLOG-STATUS = "35"
                DISPLAY "SOMARBLD: NO SOMAMLOG.DAT - ACCOUNT STATUS "
                    "TAKEN FROM THE SNAPSHOT AS IT STANDS"
            ELSE
                PERFORM READ-MLOG-RECORD
                PERFORM UNTIL WS-MLG-EOF
                    IF MLG-PROGRAM = "SOMAACT"
                       AND MLG-DATE > WS-SNAP-DATE
                       AND MLG-DATE NOT > WS-AS-OF-DATE
                        PERFORM APPLY-MAINTENANCE-ACTION
                    END-IF
                    PERFORM READ-MLOG-RECORD
                END-PERFORM
                CLOSE SOMA-MLOG
            END-IF.

       READ-MLOG-RECORD.
            READ SOMA-MLOG INTO MLG-LINE
                AT END
                    SET WS-MLG-EOF TO TRUE
            END-READ.

       APPLY-MAINTENANCE-ACTION.
            MOVE MLG-KEY TO WS-BAL-KEY
            PERFORM FIND-BALANCE-ENTRY
            EVALUATE MLG-ACTION
                WHEN "ACCOUNT ADDED"
                    IF NOT WS-BAL-FOUND
                        PERFORM ADD-BALANCE-ENTRY
                    END-IF
                    MOVE "A" TO WS-BAL-STAT(WS-BAL-IX)
                    ADD 1 TO WS-MLG-APPLIED
                WHEN "ACCOUNT CLOSED"
                    IF WS-BAL-FOUND
                        MOVE "C" TO WS-BAL-STAT(WS-BAL-IX)
                        ADD 1 TO WS-MLG-APPLIED
                    END-IF
                WHEN "ACCOUNT REOPENED"
                    IF WS-BAL-FOUND
                        MOVE "A" TO WS-BAL-STAT(WS-BAL-IX)
                        ADD 1 TO WS-MLG-APPLIED
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       WRITE-REPLAY-SUMMARY.
            MOVE SPACES TO RBL-SEC-TEXT
            WRITE RBLR-RECORD FROM RBL-SECTION-LINE
            MOVE "HISTORY LINES READ:" TO RBL-TOT-LABEL
            MOVE WS-HIST-READ-COUNT TO RBL-TOT-COUNT
            MOVE ZEROS TO RBL-TOT-AMOUNT
            WRITE RBLR-RECORD FROM RBL-TOTAL-LINE
            MOVE "HISTORY POSTINGS REPLAYED:" TO RBL-TOT-LABEL
            MOVE WS-HIST-APPLIED TO RBL-TOT-COUNT
            MOVE WS-HIST-APPLIED-SUM TO RBL-TOT-AMOUNT
            WRITE RBLR-RECORD FROM RBL-TOTAL-LINE
            MOVE "UNREADABLE HISTORY LINES:" TO RBL-TOT-LABEL
            MOVE WS-HIST-BAD-COUNT TO RBL-TOT-COUNT
            MOVE ZEROS TO RBL-TOT-AMOUNT
            WRITE RBLR-RECORD FROM RBL-TOTAL-LINE
            MOVE "ACCOUNT ACTIONS REPLAYED:" TO RBL-TOT-LABEL
            MOVE WS-MLG-APPLIED TO RBL-TOT-COUNT
            MOVE ZEROS TO RBL-TOT-AMOUNT
            WRITE RBLR-RECORD FROM RBL-TOTAL-LINE.

       WRITE-REBUILT-FILES.
            OPEN OUTPUT SOMA-BALRBD
            OPEN OUTPUT SOMA-PTDRBD
            PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                    UNTIL WS-BAL-IX > WS-BAL-COUNT
                PERFORM BUILD-REBUILT-LINES
                WRITE BALRBD-RECORD FROM BAL-LINE
                WRITE PTDRBD-RECORD FROM PTD-LINE
                ADD WS-BAL-AMT(WS-BAL-IX) TO WS-TOT-REBUILT
            END-PERFORM
            CLOSE SOMA-BALRBD
            CLOSE SOMA-PTDRBD.

       BUILD-REBUILT-LINES.
            MOVE WS-BAL-ACCT(WS-BAL-IX) TO BAL-ACCOUNT-CODE
            MOVE WS-BAL-STAT(WS-BAL-IX) TO BAL-STATUS
            MOVE WS-BAL-AMT(WS-BAL-IX) TO BAL-BALANCE
            MOVE WS-BAL-LAST(WS-BAL-IX) TO BAL-LAST-POSTED
            MOVE WS-BAL-ACCT(WS-BAL-IX) TO PTD-ACCOUNT-CODE
            COMPUTE PTD-OPENING-BAL = WS-BAL-AMT(WS-BAL-IX)
                - WS-BAL-PTD-AMT(WS-BAL-IX)
            MOVE WS-BAL-PTD-AMT(WS-BAL-IX) TO PTD-AMOUNT
            MOVE WS-BAL-PTD-CNT(WS-BAL-IX) TO PTD-POST-COUNT.

       LOAD-LIVE-MASTER.
            OPEN INPUT SOMA-BALMST
            IF WS-BALMST-STATUS = "35"
                DISPLAY "SOMARBLD: NO LIVE SOMABALM.DAT - EVERY "
                    "REBUILT ACCOUNT LISTED AS MISSING"
            ELSE
                PERFORM READ-BALANCE-RECORD
                PERFORM UNTIL WS-BAL-EOF
                    IF WS-LIV-COUNT < 2000
                        ADD 1 TO WS-LIV-COUNT
                        MOVE BAL-ACCOUNT-CODE
                            TO WS-LIV-ACCT(WS-LIV-COUNT)
                        MOVE BAL-STATUS TO WS-LIV-STAT(WS-LIV-COUNT)
                        MOVE BAL-LAST-POSTED
                            TO WS-LIV-LAST(WS-LIV-COUNT)
                        IF BAL-BALANCE NUMERIC
                            MOVE BAL-BALANCE
                                TO WS-LIV-AMT(WS-LIV-COUNT)
                            MOVE "N" TO WS-LIV-BAD(WS-LIV-COUNT)
                        ELSE
                            MOVE ZEROS TO WS-LIV-AMT(WS-LIV-COUNT)
                            MOVE "Y" TO WS-LIV-BAD(WS-LIV-COUNT)
                        END-IF
                    ELSE
                        DISPLAY "SOMARBLD: LIVE MASTER EXCEEDS TABLE "
                            "AT " BAL-ACCOUNT-CODE " - RUN ABORTED"
                        CLOSE SOMA-BALMST
                        PERFORM ABORT-REBUILD
                    END-IF
                    PERFORM READ-BALANCE-RECORD
                END-PERFORM
                CLOSE SOMA-BALMST
                PERFORM SORT-LIVE-TABLE
            END-IF.

       READ-BALANCE-RECORD.
            READ SOMA-BALMST INTO BAL-LINE
                AT END
                    SET WS-BAL-EOF TO TRUE
            END-READ.

       SORT-LIVE-TABLE.
            PERFORM VARYING WS-LIV-IX FROM 1 BY 1
                    UNTIL WS-LIV-IX >= WS-LIV-COUNT
                PERFORM VARYING WS-LIV-IX2 FROM 1 BY 1
                        UNTIL WS-LIV-IX2 > WS-LIV-COUNT - WS-LIV-IX
                    IF WS-LIV-ACCT(WS-LIV-IX2) >
                       WS-LIV-ACCT(WS-LIV-IX2 + 1)
                        MOVE WS-LIV-ENTRY(WS-LIV-IX2)
                            TO WS-LIV-HOLD
                        MOVE WS-LIV-ENTRY(WS-LIV-IX2 + 1)
                            TO WS-LIV-ENTRY(WS-LIV-IX2)
                        MOVE WS-LIV-HOLD
                            TO WS-LIV-ENTRY(WS-LIV-IX2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       COMPARE-WITH-LIVE.
            MOVE SPACES TO RBL-SEC-TEXT
            WRITE RBLR-RECORD FROM RBL-SECTION-LINE
            MOVE "ACCOUNTS DIFFERING FROM THE LIVE BALANCE MASTER"
                TO RBL-SEC-TEXT
            WRITE RBLR-RECORD FROM RBL-SECTION-LINE
            WRITE RBLR-RECORD FROM RBL-COLUMN-LINE
            MOVE 1 TO WS-BAL-IX
            MOVE 1 TO WS-LIV-IX
            PERFORM UNTIL WS-BAL-IX > WS-BAL-COUNT
                      AND WS-LIV-IX > WS-LIV-COUNT
                EVALUATE TRUE
                    WHEN WS-LIV-IX > WS-LIV-COUNT
                        PERFORM WRITE-REBUILT-ONLY
                        ADD 1 TO WS-BAL-IX
                    WHEN WS-BAL-IX > WS-BAL-COUNT
                        PERFORM WRITE-LIVE-ONLY
                        ADD 1 TO WS-LIV-IX
                    WHEN WS-BAL-ACCT(WS-BAL-IX) <
                         WS-LIV-ACCT(WS-LIV-IX)
                        PERFORM WRITE-REBUILT-ONLY
                        ADD 1 TO WS-BAL-IX
                    WHEN WS-BAL-ACCT(WS-BAL-IX) >
                         WS-LIV-ACCT(WS-LIV-IX)
                        PERFORM WRITE-LIVE-ONLY
                        ADD 1 TO WS-LIV-IX
                    WHEN OTHER
                        PERFORM COMPARE-ONE-ACCOUNT
                        ADD 1 TO WS-BAL-IX
                        ADD 1 TO WS-LIV-IX
                END-EVALUATE
            END-PERFORM
            IF WS-DIFF-COUNT = ZERO
                MOVE "NONE - REBUILD AGREES WITH THE LIVE MASTER"
                    TO RBL-SEC-TEXT
                WRITE RBLR-RECORD FROM RBL-SECTION-LINE
            END-IF.

       WRITE-REBUILT-ONLY.
            ADD 1 TO WS-DIFF-COUNT
            PERFORM MOVE-REBUILT-FIELDS
            MOVE SPACE TO RBL-DIF-LV-STAT
            MOVE SPACES TO RBL-DIF-LV-LAST
            MOVE ZEROS TO RBL-DIF-LV-BAL
            MOVE "NOT ON LIVE MASTER" TO RBL-DIF-NOTE
            WRITE RBLR-RECORD FROM RBL-DIFF-LINE.

       WRITE-LIVE-ONLY.
            ADD 1 TO WS-DIFF-COUNT
            ADD WS-LIV-AMT(WS-LIV-IX) TO WS-TOT-LIVE
            MOVE WS-LIV-ACCT(WS-LIV-IX) TO RBL-DIF-ACCOUNT
            MOVE SPACE TO RBL-DIF-RB-STAT
            MOVE SPACES TO RBL-DIF-RB-LAST
            MOVE ZEROS TO RBL-DIF-RB-BAL
            PERFORM MOVE-LIVE-FIELDS
            IF WS-LIV-BAD(WS-LIV-IX) = "Y"
                MOVE "NOT IN REBUILD/LIVE UNREADABLE" TO RBL-DIF-NOTE
            ELSE
                MOVE "NOT IN REBUILD" TO RBL-DIF-NOTE
            END-IF
            WRITE RBLR-RECORD FROM RBL-DIFF-LINE.

       COMPARE-ONE-ACCOUNT.
            ADD WS-LIV-AMT(WS-LIV-IX) TO WS-TOT-LIVE
            MOVE SPACES TO RBL-DIF-NOTE
            MOVE 1 TO WS-NOTE-PTR
            IF WS-LIV-BAD(WS-LIV-IX) = "Y"
                STRING "LIVE BALANCE UNREADABLE "
                    DELIMITED BY SIZE
                    INTO RBL-DIF-NOTE WITH POINTER WS-NOTE-PTR
            ELSE
                IF WS-BAL-AMT(WS-BAL-IX) NOT = WS-LIV-AMT(WS-LIV-IX)
                    IF WS-BAL-ORIGIN(WS-BAL-IX) = "M"
                        STRING "NO-OPEN-BAL " DELIMITED BY SIZE
                            INTO RBL-DIF-NOTE WITH POINTER WS-NOTE-PTR
                    ELSE
                        STRING "BALANCE " DELIMITED BY SIZE
                            INTO RBL-DIF-NOTE WITH POINTER WS-NOTE-PTR
                    END-IF
                END-IF
            END-IF
            IF WS-BAL-STAT(WS-BAL-IX) NOT = WS-LIV-STAT(WS-LIV-IX)
                STRING "STATUS " DELIMITED BY SIZE
                    INTO RBL-DIF-NOTE WITH POINTER WS-NOTE-PTR
            END-IF
            IF WS-BAL-LAST(WS-BAL-IX) NOT = WS-LIV-LAST(WS-LIV-IX)
                STRING "LAST-POSTED" DELIMITED BY SIZE
                    INTO RBL-DIF-NOTE WITH POINTER WS-NOTE-PTR
            END-IF
            IF RBL-DIF-NOTE NOT = SPACES
                ADD 1 TO WS-DIFF-COUNT
                PERFORM MOVE-REBUILT-FIELDS
                PERFORM MOVE-LIVE-FIELDS
                WRITE RBLR-RECORD FROM RBL-DIFF-LINE
            END-IF.

       MOVE-REBUILT-FIELDS.
            MOVE WS-BAL-ACCT(WS-BAL-IX) TO RBL-DIF-ACCOUNT
            MOVE WS-BAL-STAT(WS-BAL-IX) TO RBL-DIF-RB-STAT
            MOVE WS-BAL-LAST(WS-BAL-IX) TO RBL-DIF-RB-LAST
            MOVE WS-BAL-AMT(WS-BAL-IX) TO RBL-DIF-RB-BAL.

       MOVE-LIVE-FIELDS.
            MOVE WS-LIV-STAT(WS-LIV-IX) TO RBL-DIF-LV-STAT
            MOVE WS-LIV-LAST(WS-LIV-IX) TO RBL-DIF-LV-LAST
            MOVE WS-LIV-AMT(WS-LIV-IX) TO RBL-DIF-LV-BAL.

       RESTORE-LIVE-FILES.
            PERFORM TAKE-MASTER-LOCK
            OPEN OUTPUT SOMA-BALNEW
            OPEN OUTPUT SOMA-PTDNEW
            PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                    UNTIL WS-BAL-IX > WS-BAL-COUNT
                PERFORM BUILD-REBUILT-LINES
                WRITE BALNEW-RECORD FROM BAL-LINE
                WRITE PTDNEW-RECORD FROM PTD-LINE
            END-PERFORM
            CLOSE SOMA-BALNEW
            CLOSE SOMA-PTDNEW
            PERFORM VERIFY-BALANCE-GENERATION
            IF WS-VERIFY-COUNT NOT = WS-BAL-COUNT
                DISPLAY "SOMARBLD: NEW BALANCE GENERATION FAILS "
                    "VERIFY - LIVE MASTER LEFT UNTOUCHED"
                PERFORM RELEASE-MASTER-LOCK
                PERFORM ABORT-REBUILD
            END-IF
            MOVE "SOMABALM.PRV" TO WS-GEN-OLD-NAME
            CALL "CBL_DELETE_FILE" USING WS-GEN-OLD-NAME
                RETURNING WS-RENAME-RC
            MOVE "SOMABALM.DAT" TO WS-GEN-OLD-NAME
            MOVE "SOMABALM.PRV" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            MOVE "SOMABALM.NEW" TO WS-GEN-OLD-NAME
            MOVE "SOMABALM.DAT" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            IF WS-RENAME-RC NOT = ZERO
                DISPLAY "SOMARBLD: BALANCE GENERATION SWAP FAILED - "
                    "RESTORE ABANDONED, REBUILT MASTER IS ON "
                    "SOMABALM.RBD"
                PERFORM RELEASE-MASTER-LOCK
                PERFORM ABORT-REBUILD
            END-IF
            MOVE "SOMAPTD.PRV" TO WS-GEN-OLD-NAME
            CALL "CBL_DELETE_FILE" USING WS-GEN-OLD-NAME
                RETURNING WS-RENAME-RC
            MOVE "SOMAPTD.DAT" TO WS-GEN-OLD-NAME
            MOVE "SOMAPTD.PRV" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            MOVE "SOMAPTD.NEW" TO WS-GEN-OLD-NAME
            MOVE "SOMAPTD.DAT" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            IF WS-RENAME-RC NOT = ZERO
                DISPLAY "SOMARBLD: PERIOD FILE GENERATION SWAP "
                    "FAILED - MASTER RESTORED, PERIOD FILE IS ON "
                    "SOMAPTD.RBD"
                PERFORM RELEASE-MASTER-LOCK
                PERFORM ABORT-REBUILD
            END-IF
            PERFORM RELEASE-MASTER-LOCK
            SET WS-RESTORED TO TRUE
            DISPLAY "SOMARBLD: LIVE MASTER AND PERIOD FILE RESTORED "
                "AS OF " WS-AS-OF-DATE " - PRIOR FILES KEPT AS .PRV".

       VERIFY-BALANCE-GENERATION.
            MOVE ZEROS TO WS-VERIFY-COUNT
            MOVE "N" TO WS-VERIFY-EOF-SW
            OPEN INPUT SOMA-BALNEW
            PERFORM READ-VERIFY-RECORD
            PERFORM UNTIL WS-VERIFY-EOF
                ADD 1 TO WS-VERIFY-COUNT
                PERFORM READ-VERIFY-RECORD
            END-PERFORM
            CLOSE SOMA-BALNEW.

       READ-VERIFY-RECORD.
            READ SOMA-BALNEW
                AT END
                    SET WS-VERIFY-EOF TO TRUE
            END-READ.

       TAKE-MASTER-LOCK.
            OPEN INPUT SOMA-LOCK
            IF WS-LOCK-STATUS NOT = "35"
                READ SOMA-LOCK INTO LCK-LINE
                    AT END
                        MOVE SPACES TO LCK-LINE
                END-READ
                CLOSE SOMA-LOCK
                ACCEPT WS-LOCK-OVERRIDE-SW
                    FROM ENVIRONMENT "SOMA_LOCK_OVERRIDE"
                IF WS-LOCK-OVERRIDDEN
                    DISPLAY "SOMARBLD: WARNING - BALANCE MASTER LOCK "
                        "HELD BY " LCK-PROGRAM " SINCE " LCK-DATE " "
                        LCK-TIME " - OVERRIDE ACCEPTED"
                ELSE
                    DISPLAY "SOMARBLD: BALANCE MASTER IN USE BY "
                        LCK-PROGRAM " SINCE " LCK-DATE " " LCK-TIME
                        " - RESTORE REFUSED (SET "
                        "SOMA_LOCK_OVERRIDE=Y TO FORCE)"
                    PERFORM ABORT-REBUILD
                END-IF
            END-IF
            ACCEPT WS-CURRENT-TIME FROM TIME
            MOVE SPACES TO WS-RUN-TIME
            STRING WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
                DELIMITED BY SIZE INTO WS-RUN-TIME
            MOVE "SOMARBLD" TO LCK-PROGRAM
            MOVE WS-RUN-DATE TO LCK-DATE
            MOVE WS-RUN-TIME TO LCK-TIME
            OPEN OUTPUT SOMA-LOCK
            WRITE LCK-RECORD FROM LCK-LINE
            CLOSE SOMA-LOCK.

       RELEASE-MASTER-LOCK.
            MOVE "SOMABALM.LCK" TO WS-GEN-OLD-NAME
            CALL "CBL_DELETE_FILE" USING WS-GEN-OLD-NAME
                RETURNING WS-RENAME-RC.

       WRITE-REBUILD-TOTALS.
            MOVE SPACES TO RBL-SEC-TEXT
            WRITE RBLR-RECORD FROM RBL-SECTION-LINE
            MOVE "ACCOUNTS REBUILT:" TO RBL-TOT-LABEL
            MOVE WS-BAL-COUNT TO RBL-TOT-COUNT
            MOVE WS-TOT-REBUILT TO RBL-TOT-AMOUNT
            WRITE RBLR-RECORD FROM RBL-TOTAL-LINE
            MOVE "ACCOUNTS ON LIVE MASTER:" TO RBL-TOT-LABEL
            MOVE WS-LIV-COUNT TO RBL-TOT-COUNT
            MOVE WS-TOT-LIVE TO RBL-TOT-AMOUNT
            WRITE RBLR-RECORD FROM RBL-TOTAL-LINE
            MOVE "ACCOUNTS DIFFERING:" TO RBL-TOT-LABEL
            MOVE WS-DIFF-COUNT TO RBL-TOT-COUNT
            MOVE ZEROS TO RBL-TOT-AMOUNT
            WRITE RBLR-RECORD FROM RBL-TOTAL-LINE
            MOVE "HISTORY CHAIN BREAKS:" TO RBL-TOT-LABEL
            MOVE WS-BREAK-COUNT TO RBL-TOT-COUNT
            MOVE ZEROS TO RBL-TOT-AMOUNT
            WRITE RBLR-RECORD FROM RBL-TOTAL-LINE
            EVALUATE TRUE
                WHEN WS-BREAK-COUNT > ZERO
                  OR WS-HIST-BAD-COUNT > ZERO
                    IF WS-RESTORE
                        MOVE "HISTORY DOES NOT CHAIN - RESTORE REFUSED"
                            TO RBL-STATUS-TEXT
                    ELSE
                        MOVE "HISTORY DOES NOT CHAIN - REBUILD SUSPECT"
                            TO RBL-STATUS-TEXT
                    END-IF
                WHEN WS-RESTORED
                    MOVE "LIVE MASTER AND PERIOD FILE RESTORED"
                        TO RBL-STATUS-TEXT
                WHEN WS-DIFF-COUNT > ZERO
                    MOVE "REBUILT - LIVE MASTER DIFFERS, SEE ABOVE"
                        TO RBL-STATUS-TEXT
                WHEN OTHER
                    MOVE "REBUILT - AGREES WITH THE LIVE MASTER"
                        TO RBL-STATUS-TEXT
            END-EVALUATE
            WRITE RBLR-RECORD FROM RBL-STATUS-LINE.

       WRITE-RUN-LOG-START.
            SET RNL-START-REC TO TRUE
            MOVE ZEROS TO RNL-RETURN-CODE
            MOVE ZEROS TO RNL-COUNT-1
            MOVE ZEROS TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
            SET RNL-END-REC TO TRUE
            MOVE RETURN-CODE TO RNL-RETURN-CODE
            MOVE WS-BAL-COUNT TO RNL-COUNT-1
            MOVE WS-DIFF-COUNT TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
            MOVE "SOMARBLD" TO RNL-PROGRAM
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

       END PROGRAM somarbld.
