      ******************************************************************
      * Author: Daniel
      * Purpose: Transaction reversal - undoes an already-posted SOMA
      *          transaction without anyone hand-keying an offsetting
      *          entry. Reads the reversal requests on SOMARVRQ.DAT,
      *          each keyed by the original TR-TRANS-ID (plus its
      *          posting date where the id has posted on more than
      *          one night), looks the original's legs up on the
      *          SOMAHIST.DAT posting history and emits one reversal
      *          transaction per original on SOMARVTR.DAT: an "A"
      *          in base currency for the exact negation of the
      *          posted base amount, to the original account, with
      *          the original contra account as contra - so a
      *          transfer's two legs are both negated as one unit
      *          and the GL interface gets the balanced pair back.
      *          Reversal ids are fresh ids from SOMASEQ.DAT, in
      *          ascending order, and the feed ends with the SOMAFDT
      *          control trailer so it is listed on SOMAFEED.DAT and
      *          merged by SOMAMRG like any branch feed. Each
      *          request's operator must hold the SOMAOPER.DAT
      *          reversal privilege; every reversal cut is logged to
      *          SOMAMLOG.DAT and recorded on the SOMARVRG.DAT
      *          reversal register, which refuses a second reversal
      *          of the same original and from which SOMA stamps the
      *          link to the original on the reversal's history
      *          lines. Refused requests (no privilege, not on the
      *          history, already reversed, itself a reversal, id
      *          posted on several dates with no date given) are
      *          listed with the reversals cut on SOMARVSR.DAT.
      *          The new register generation is verified before the
      *          feed and SOMASEQ.DAT are written and swapped in
      *          (prior kept as SOMARVRG.PRV) only after them, so a
      *          failure between them leaves an unmerged feed the
      *          rerun stops on; the SOMAMLOG.DAT lines follow the
      *          swap.
      *          PARM optionally carries the run date (YYYY-MM-DD);
      *          with no PARM the date comes from the SOMACAL
      *          calendar's current record, falling back to the
      *          system date. RC=0 every request reversed (or none
      *          presented - the empty feed still carries its
      *          trailer), RC=4 one or more requests refused, RC=12
      *          prior SOMARVTR.DAT not yet merged by SOMAMRG, bad
      *          sequence file, register swap failure or table
      *          overflow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somarvsl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-RVRQ ASSIGN TO "SOMARVRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRQ-STATUS.
           SELECT SOMA-RVRG ASSIGN TO "SOMARVRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRG-STATUS.
           SELECT SOMA-RVGNEW ASSIGN TO "SOMARVRG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-HIST ASSIGN TO "SOMAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SOMA-SEQ ASSIGN TO "SOMASEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT SOMA-RVTR ASSIGN TO "SOMARVTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVTR-STATUS.
           SELECT SOMA-RVSR ASSIGN TO "SOMARVSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  SOMA-RVRQ.
       01  RVQ-RECORD              PIC X(69).
       FD  SOMA-RVRG.
       01  RVG-RECORD              PIC X(91).
       FD  SOMA-RVGNEW.
       01  RVGNEW-RECORD           PIC X(91).
       FD  SOMA-HIST.
       01  HST-RECORD              PIC X(78).
       FD  SOMA-SEQ.
       01  SEQ-RECORD              PIC X(06).
       FD  SOMA-RVTR.
       01  RVTR-RECORD             PIC X(50).
       FD  SOMA-RVSR.
       01  RVSR-RECORD             PIC X(100).
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
       77 WS-RVRQ-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RVRG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-HIST-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-SEQ-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RVTR-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-OPER-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MLOG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-RUN-TIME           PIC X(08) VALUE SPACES.
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-CAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-CAL-FOUND                VALUE "Y".
       77 WS-RVQ-EOF-SW         PIC X(01) VALUE "N".
           88 WS-RVQ-EOF                  VALUE "Y".
       77 WS-RVG-EOF-SW         PIC X(01) VALUE "N".
           88 WS-RVG-EOF                  VALUE "Y".
       77 WS-RVG-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-RVG-FOUND                VALUE "Y".
       77 WS-RVTR-EOF-SW        PIC X(01) VALUE "N".
           88 WS-RVTR-EOF                 VALUE "Y".
       77 WS-VERIFY-EOF-SW      PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF               VALUE "Y".
       77 WS-HST-EOF-SW         PIC X(01) VALUE "N".
           88 WS-HST-EOF                  VALUE "Y".
       77 WS-HST-REV-SW         PIC X(01) VALUE "N".
           88 WS-HST-IS-REVERSAL          VALUE "Y".
       77 WS-OPR-EOF-SW         PIC X(01) VALUE "N".
           88 WS-OPR-EOF                  VALUE "Y".
       77 WS-OPR-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-OPR-FOUND                VALUE "Y".
       77 WS-PROFILES-SW        PIC X(01) VALUE "N".
           88 WS-PROFILES-ACTIVE          VALUE "Y".
       77 WS-OPR-COUNT          PIC 9(03) VALUE ZEROS.
       77 WS-OPR-IX             PIC 9(03) VALUE ZEROS.
       77 WS-OPR-KEY            PIC X(20) VALUE SPACES.
       77 WS-RVQ-COUNT          PIC 9(03) VALUE ZEROS.
       77 WS-RVQ-IX             PIC 9(03) VALUE ZEROS.
       77 WS-RVG-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-RVG-IX             PIC 9(05) VALUE ZEROS.
       77 WS-NEXT-ID            PIC 9(06) VALUE 900001.
       77 WS-OLD-FEED-COUNT     PIC 9(06) VALUE ZEROS.
       77 WS-CUT-COUNT          PIC 9(06) VALUE ZEROS.
       77 WS-CUT-SUM            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-REFUSED-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-REV-AMT            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77 WS-REV-N1             PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-REV-N2             PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77 WS-FEED-FIELD-MAX     PIC S9(7)V99 COMP-3
                                VALUE 9999999.99.
       77 WS-VERIFY-COUNT       PIC 9(05) VALUE ZEROS.
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
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 100.
              10 WS-OPR-OPER       PIC X(20).
              10 WS-OPR-RVSL       PIC X(01).
       01 WS-RVQ-TABLE.
           05 WS-RVQ-ENTRY OCCURS 500.
              10 WS-RVQ-ORIG       PIC 9(06).
              10 WS-RVQ-BAD-ID     PIC X(01).
              10 WS-RVQ-DATE       PIC X(10).
              10 WS-RVQ-OPER       PIC X(20).
              10 WS-RVQ-REASON     PIC X(30).
              10 WS-RVQ-LEGS       PIC 9(01).
              10 WS-RVQ-LEG-DATE   PIC X(10).
              10 WS-RVQ-ACCT       PIC X(10).
              10 WS-RVQ-CONTRA     PIC X(10).
              10 WS-RVQ-OP         PIC X(01).
              10 WS-RVQ-AMT        PIC S9(9)V99 COMP-3.
              10 WS-RVQ-MULTI      PIC X(01).
              10 WS-RVQ-IS-REV     PIC X(01).
              10 WS-RVQ-DONE       PIC X(01).
              10 WS-RVQ-REV-ID     PIC 9(06).
              10 WS-RVQ-RESULT     PIC X(30).
       01 WS-RVG-TABLE.
           05 WS-RVG-ENTRY OCCURS 10000.
              10 WS-RVG-REV-ID     PIC 9(06).
              10 WS-RVG-ORIG       PIC 9(06).
              10 WS-RVG-ODATE      PIC X(10).
              10 WS-RVG-STAT       PIC X(01).
              10 WS-RVG-CUT-DATE   PIC X(10).
              10 WS-RVG-OPER       PIC X(20).
              10 WS-RVG-REASON     PIC X(30).
              10 WS-RVG-OP         PIC X(01).
           COPY SOMARVQ.
           COPY SOMARVG.
           COPY SOMARVR.
           COPY SOMAHST.
           COPY SOMASEQ.
           COPY SOMATRAN.
           COPY SOMAFDT.
           COPY SOMAOPR.
           COPY SOMAMLG.
           COPY SOMACAL.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-JOB-PARM
            PERFORM STAMP-RUN-DATE
            PERFORM WRITE-RUN-LOG-START
            PERFORM CHECK-PRIOR-FEED-MERGED
            PERFORM LOAD-OPERATOR-PROFILES
            PERFORM LOAD-REVERSAL-REGISTER
            PERFORM LOAD-REVERSAL-REQUESTS
            PERFORM SCAN-POSTING-HISTORY
            PERFORM READ-SEQUENCE-FILE
            OPEN OUTPUT SOMA-RVSR
            MOVE WS-RUN-DATE TO RVR-HDG-DATE
            WRITE RVSR-RECORD FROM RVR-HEADING-LINE
            WRITE RVSR-RECORD FROM RVR-COLUMN-LINE
            PERFORM VARYING WS-RVQ-IX FROM 1 BY 1
                    UNTIL WS-RVQ-IX > WS-RVQ-COUNT
                PERFORM PROCESS-ONE-REQUEST
            END-PERFORM
            MOVE WS-CUT-COUNT TO RVR-TOT-CUT
            MOVE WS-CUT-SUM TO RVR-TOT-SUM
            MOVE WS-REFUSED-COUNT TO RVR-TOT-REFUSED
            WRITE RVSR-RECORD FROM RVR-TOTAL-LINE
            CLOSE SOMA-RVSR
      * The register generation is verified before the feed goes out
      * and swapped in after it, so a failure between them leaves an
      * unmerged feed the rerun stops on. The maintenance log only
      * records reversals once they are on the register.
            PERFORM STAGE-REVERSAL-REGISTER
            PERFORM WRITE-REVERSAL-FEED
            PERFORM WRITE-SEQUENCE-FILE
            PERFORM SWAP-REVERSAL-REGISTER
            PERFORM VARYING WS-RVQ-IX FROM 1 BY 1
                    UNTIL WS-RVQ-IX > WS-RVQ-COUNT
                PERFORM LOG-REVERSAL-CUT
            END-PERFORM
            DISPLAY "SOMARVSL: " WS-CUT-COUNT " REVERSAL(S) CUT, "
                WS-REFUSED-COUNT " REFUSED FOR " WS-RUN-DATE
            IF WS-REFUSED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       READ-JOB-PARM.
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE
            IF WS-PARM-STRING NOT = SPACES
                MOVE WS-PARM-STRING TO WS-RUN-DATE
            END-IF.

       STAMP-RUN-DATE.
            IF WS-RUN-DATE = SPACES
                PERFORM READ-BUSINESS-CALENDAR
            END-IF
            ACCEPT WS-CURRENT-TIME FROM TIME
            STRING WS-CUR-HH ":" WS-CUR-MN ":" WS-CUR-SS
                DELIMITED BY SIZE INTO WS-RUN-TIME.

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

      * SOMAMRG recuts a consumed feed as a bare zero trailer. The
      * reversals on one it has not consumed are already on the
      * register, so the feed must not be overwritten.
       CHECK-PRIOR-FEED-MERGED.
            MOVE ZEROS TO WS-OLD-FEED-COUNT
            OPEN INPUT SOMA-RVTR
            IF WS-RVTR-STATUS NOT = "35"
                PERFORM READ-OLD-FEED-RECORD
                PERFORM UNTIL WS-RVTR-EOF
                    IF RVTR-RECORD(1:1) NOT = "T"
                        ADD 1 TO WS-OLD-FEED-COUNT
                    END-IF
                    PERFORM READ-OLD-FEED-RECORD
                END-PERFORM
                CLOSE SOMA-RVTR
                IF WS-OLD-FEED-COUNT > ZERO
                    DISPLAY "SOMARVSL: SOMARVTR.DAT STILL CARRIES "
                        WS-OLD-FEED-COUNT " UNMERGED REVERSAL(S) - "
                        "RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-RUN-LOG-END
                    STOP RUN
                END-IF
            END-IF.

       READ-OLD-FEED-RECORD.
            READ SOMA-RVTR
                AT END
                    SET WS-RVTR-EOF TO TRUE
            END-READ.

       LOAD-OPERATOR-PROFILES.
            OPEN INPUT SOMA-OPER
            IF WS-OPER-STATUS = "35"
                DISPLAY "SOMARVSL: NO SOMAOPER.DAT - "
                    "ACCESS NOT RESTRICTED"
            ELSE
                SET WS-PROFILES-ACTIVE TO TRUE
                PERFORM READ-OPERATOR-RECORD
                PERFORM UNTIL WS-OPR-EOF
                    IF WS-OPR-COUNT < 100
                        ADD 1 TO WS-OPR-COUNT
                        MOVE OPR-ID TO WS-OPR-OPER(WS-OPR-COUNT)
                        MOVE OPR-REVERSAL
                            TO WS-OPR-RVSL(WS-OPR-COUNT)
                    ELSE
                        DISPLAY "SOMARVSL: OPERATOR PROFILES EXCEED"
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

       LOAD-REVERSAL-REGISTER.
            OPEN INPUT SOMA-RVRG
            IF WS-RVRG-STATUS = "35"
                DISPLAY "SOMARVSL: NO SOMARVRG.DAT - "
                    "REVERSAL REGISTER STARTED"
            ELSE
                PERFORM READ-REGISTER-RECORD
                PERFORM UNTIL WS-RVG-EOF
                    IF WS-RVG-COUNT < 10000
                        ADD 1 TO WS-RVG-COUNT
                        MOVE RVG-REVERSAL-ID
                            TO WS-RVG-REV-ID(WS-RVG-COUNT)
                        MOVE RVG-ORIG-TRANS-ID
                            TO WS-RVG-ORIG(WS-RVG-COUNT)
                        MOVE RVG-ORIG-DATE
                            TO WS-RVG-ODATE(WS-RVG-COUNT)
                        MOVE RVG-STATUS TO WS-RVG-STAT(WS-RVG-COUNT)
                        MOVE RVG-CUT-DATE
                            TO WS-RVG-CUT-DATE(WS-RVG-COUNT)
                        MOVE RVG-OPERATOR-ID
                            TO WS-RVG-OPER(WS-RVG-COUNT)
                        MOVE RVG-REASON TO WS-RVG-REASON(WS-RVG-COUNT)
                        MOVE RVG-ORIG-OP-CODE
                            TO WS-RVG-OP(WS-RVG-COUNT)
                    ELSE
                        DISPLAY "SOMARVSL: REVERSAL REGISTER EXCEEDS"
                            " TABLE AT " RVG-REVERSAL-ID
                            " - RUN ABORTED"
                        CLOSE SOMA-RVRG
                        MOVE 12 TO RETURN-CODE
                        PERFORM WRITE-RUN-LOG-END
                        STOP RUN
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

       LOAD-REVERSAL-REQUESTS.
            OPEN INPUT SOMA-RVRQ
            IF WS-RVRQ-STATUS = "35"
                DISPLAY "SOMARVSL: NO SOMARVRQ.DAT - "
                    "NO REVERSALS REQUESTED"
            ELSE
                PERFORM READ-REQUEST-RECORD
                PERFORM UNTIL WS-RVQ-EOF
                    IF WS-RVQ-COUNT < 500
                        ADD 1 TO WS-RVQ-COUNT
                        PERFORM STAGE-REVERSAL-REQUEST
                    ELSE
                        DISPLAY "SOMARVSL: REVERSAL REQUESTS EXCEED"
                            " TABLE - RUN ABORTED"
                        CLOSE SOMA-RVRQ
                        MOVE 12 TO RETURN-CODE
                        PERFORM WRITE-RUN-LOG-END
                        STOP RUN
                    END-IF
                    PERFORM READ-REQUEST-RECORD
                END-PERFORM
                CLOSE SOMA-RVRQ
            END-IF.

       READ-REQUEST-RECORD.
            READ SOMA-RVRQ INTO RVQ-LINE
                AT END
                    SET WS-RVQ-EOF TO TRUE
            END-READ.

       STAGE-REVERSAL-REQUEST.
            INITIALIZE WS-RVQ-ENTRY(WS-RVQ-COUNT)
            IF RVQ-ORIG-TRANS-ID NUMERIC
                MOVE RVQ-ORIG-TRANS-ID TO WS-RVQ-ORIG(WS-RVQ-COUNT)
                MOVE "N" TO WS-RVQ-BAD-ID(WS-RVQ-COUNT)
            ELSE
                MOVE ZEROS TO WS-RVQ-ORIG(WS-RVQ-COUNT)
                MOVE "Y" TO WS-RVQ-BAD-ID(WS-RVQ-COUNT)
            END-IF
            MOVE RVQ-ORIG-DATE TO WS-RVQ-DATE(WS-RVQ-COUNT)
            MOVE RVQ-OPERATOR-ID TO WS-RVQ-OPER(WS-RVQ-COUNT)
            MOVE RVQ-REASON TO WS-RVQ-REASON(WS-RVQ-COUNT)
            MOVE "N" TO WS-RVQ-MULTI(WS-RVQ-COUNT)
            MOVE "N" TO WS-RVQ-IS-REV(WS-RVQ-COUNT)
            MOVE "N" TO WS-RVQ-DONE(WS-RVQ-COUNT).

       SCAN-POSTING-HISTORY.
            OPEN INPUT SOMA-HIST
            IF WS-HIST-STATUS = "35"
                DISPLAY "SOMARVSL: NO SOMAHIST.DAT - "
                    "NOTHING POSTED TO REVERSE"
            ELSE
                PERFORM READ-HISTORY-RECORD
                PERFORM UNTIL WS-HST-EOF
                    PERFORM TAKE-HISTORY-LINE
                    PERFORM READ-HISTORY-RECORD
                END-PERFORM
                CLOSE SOMA-HIST
            END-IF.

       READ-HISTORY-RECORD.
            READ SOMA-HIST INTO HST-LINE
                AT END
                    SET WS-HST-EOF TO TRUE
            END-READ.

       TAKE-HISTORY-LINE.
            MOVE "N" TO WS-HST-REV-SW
            IF HST-REVERSES-ID NUMERIC
               AND HST-REVERSES-ID NOT = ZERO
                SET WS-HST-IS-REVERSAL TO TRUE
                PERFORM MARK-REGISTER-POSTED
            END-IF
            IF HST-TRANS-ID NUMERIC
                PERFORM VARYING WS-RVQ-IX FROM 1 BY 1
                        UNTIL WS-RVQ-IX > WS-RVQ-COUNT
                    IF WS-RVQ-BAD-ID(WS-RVQ-IX) NOT = "Y"
                        PERFORM MATCH-REQUEST-LEG
                    END-IF
                END-PERFORM
            END-IF.

       MARK-REGISTER-POSTED.
            PERFORM VARYING WS-RVG-IX FROM 1 BY 1
                    UNTIL WS-RVG-IX > WS-RVG-COUNT
                IF WS-RVG-REV-ID(WS-RVG-IX) = HST-TRANS-ID
                   AND WS-RVG-STAT(WS-RVG-IX) = "C"
                    MOVE "P" TO WS-RVG-STAT(WS-RVG-IX)
                END-IF
            END-PERFORM.

       MATCH-REQUEST-LEG.
            IF WS-HST-IS-REVERSAL
               AND HST-REVERSES-ID = WS-RVQ-ORIG(WS-RVQ-IX)
                IF HST-REVERSES-DATE = WS-RVQ-DATE(WS-RVQ-IX)
                   OR HST-REVERSES-DATE = WS-RVQ-LEG-DATE(WS-RVQ-IX)
                    MOVE "Y" TO WS-RVQ-DONE(WS-RVQ-IX)
                END-IF
            END-IF
            IF HST-TRANS-ID = WS-RVQ-ORIG(WS-RVQ-IX)
                IF WS-RVQ-DATE(WS-RVQ-IX) = SPACES
                   OR WS-RVQ-DATE(WS-RVQ-IX) = HST-RUN-DATE
                    PERFORM TAKE-REQUEST-LEG
                END-IF
            END-IF.

       TAKE-REQUEST-LEG.
            IF WS-RVQ-LEGS(WS-RVQ-IX) = ZERO
                MOVE 1 TO WS-RVQ-LEGS(WS-RVQ-IX)
                MOVE HST-RUN-DATE TO WS-RVQ-LEG-DATE(WS-RVQ-IX)
                MOVE HST-ACCOUNT-CODE TO WS-RVQ-ACCT(WS-RVQ-IX)
                MOVE HST-AMOUNT TO WS-RVQ-AMT(WS-RVQ-IX)
                MOVE SPACES TO WS-RVQ-CONTRA(WS-RVQ-IX)
                MOVE HST-OP-CODE TO WS-RVQ-OP(WS-RVQ-IX)
                IF WS-HST-IS-REVERSAL
                    MOVE "Y" TO WS-RVQ-IS-REV(WS-RVQ-IX)
                END-IF
            ELSE
            IF HST-RUN-DATE NOT = WS-RVQ-LEG-DATE(WS-RVQ-IX)
                MOVE "Y" TO WS-RVQ-MULTI(WS-RVQ-IX)
            ELSE
            IF WS-RVQ-LEGS(WS-RVQ-IX) = 1
               AND HST-AMOUNT + WS-RVQ-AMT(WS-RVQ-IX) = ZERO
                MOVE 2 TO WS-RVQ-LEGS(WS-RVQ-IX)
                MOVE HST-ACCOUNT-CODE TO WS-RVQ-CONTRA(WS-RVQ-IX)
            ELSE
                MOVE 9 TO WS-RVQ-LEGS(WS-RVQ-IX)
            END-IF
            END-IF
            END-IF.

       PROCESS-ONE-REQUEST.
            MOVE SPACES TO WS-RVQ-RESULT(WS-RVQ-IX)
            MOVE ZEROS TO WS-RVQ-REV-ID(WS-RVQ-IX)
            PERFORM VERIFY-REVERSAL-OPERATOR
            IF WS-RVQ-RESULT(WS-RVQ-IX) = SPACES
                PERFORM VERIFY-REVERSAL-ORIGINAL
            END-IF
            IF WS-RVQ-RESULT(WS-RVQ-IX) = SPACES
                PERFORM ASSIGN-REVERSAL-ID
                PERFORM ADD-REGISTER-ENTRY
                MOVE "REVERSAL CUT" TO WS-RVQ-RESULT(WS-RVQ-IX)
            ELSE
                ADD 1 TO WS-REFUSED-COUNT
                DISPLAY "SOMARVSL: TRANS " WS-RVQ-ORIG(WS-RVQ-IX)
                    " - " WS-RVQ-RESULT(WS-RVQ-IX)
            END-IF
            PERFORM WRITE-REQUEST-DETAIL.

       VERIFY-REVERSAL-OPERATOR.
            IF WS-PROFILES-ACTIVE
                IF WS-RVQ-OPER(WS-RVQ-IX) = SPACES
                    MOVE "NO OPERATOR ID ON REQUEST"
                        TO WS-RVQ-RESULT(WS-RVQ-IX)
                ELSE
                    MOVE WS-RVQ-OPER(WS-RVQ-IX) TO WS-OPR-KEY
                    PERFORM FIND-OPERATOR-ENTRY
                    IF NOT WS-OPR-FOUND
                        MOVE "OPERATOR NOT PROFILED"
                            TO WS-RVQ-RESULT(WS-RVQ-IX)
                    ELSE
                    IF WS-OPR-RVSL(WS-OPR-IX) NOT = "Y"
                        MOVE "OPERATOR LACKS REVERSAL PRIV"
                            TO WS-RVQ-RESULT(WS-RVQ-IX)
                    END-IF
                    END-IF
                END-IF
            END-IF.

       VERIFY-REVERSAL-ORIGINAL.
            EVALUATE TRUE
                WHEN WS-RVQ-BAD-ID(WS-RVQ-IX) = "Y"
                    MOVE "ORIGINAL ID NOT NUMERIC"
                        TO WS-RVQ-RESULT(WS-RVQ-IX)
                WHEN WS-RVQ-LEGS(WS-RVQ-IX) = ZERO
                    MOVE "NOT ON POSTING HISTORY"
                        TO WS-RVQ-RESULT(WS-RVQ-IX)
                WHEN WS-RVQ-MULTI(WS-RVQ-IX) = "Y"
                    MOVE "ID POSTED ON SEVERAL DATES"
                        TO WS-RVQ-RESULT(WS-RVQ-IX)
                WHEN WS-RVQ-IS-REV(WS-RVQ-IX) = "Y"
                    MOVE "ORIGINAL IS ITSELF A REVERSAL"
                        TO WS-RVQ-RESULT(WS-RVQ-IX)
                WHEN WS-RVQ-DONE(WS-RVQ-IX) = "Y"
                    MOVE "ORIGINAL ALREADY REVERSED"
                        TO WS-RVQ-RESULT(WS-RVQ-IX)
                WHEN WS-RVQ-LEGS(WS-RVQ-IX) > 2
                    MOVE "UNEXPECTED LEGS ON HISTORY"
                        TO WS-RVQ-RESULT(WS-RVQ-IX)
            END-EVALUATE
            IF WS-RVQ-RESULT(WS-RVQ-IX) = SPACES
                PERFORM FIND-REGISTER-ORIGINAL
                IF WS-RVG-FOUND
                    MOVE "ORIGINAL ALREADY REVERSED"
                        TO WS-RVQ-RESULT(WS-RVQ-IX)
                END-IF
            END-IF
            IF WS-RVQ-RESULT(WS-RVQ-IX) = SPACES
                COMPUTE WS-REV-AMT = ZERO - WS-RVQ-AMT(WS-RVQ-IX)
                IF WS-REV-AMT > WS-FEED-FIELD-MAX * 2
                   OR WS-REV-AMT < ZERO - (WS-FEED-FIELD-MAX * 2)
                    MOVE "AMOUNT EXCEEDS FEED FIELDS"
                        TO WS-RVQ-RESULT(WS-RVQ-IX)
                END-IF
            END-IF.

       FIND-REGISTER-ORIGINAL.
            MOVE "N" TO WS-RVG-FOUND-SW
            PERFORM VARYING WS-RVG-IX FROM 1 BY 1
                    UNTIL WS-RVG-IX > WS-RVG-COUNT
                    OR WS-RVG-FOUND
                IF WS-RVG-ORIG(WS-RVG-IX) = WS-RVQ-ORIG(WS-RVQ-IX)
                   AND WS-RVG-ODATE(WS-RVG-IX) =
                       WS-RVQ-LEG-DATE(WS-RVQ-IX)
                    SET WS-RVG-FOUND TO TRUE
                END-IF
            END-PERFORM.

       ASSIGN-REVERSAL-ID.
            IF WS-NEXT-ID = 999999
                DISPLAY "SOMARVSL: TRANS-ID SEQUENCE EXHAUSTED - "
                    "RUN ABORTED"
                CLOSE SOMA-RVSR
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF
            MOVE WS-NEXT-ID TO WS-RVQ-REV-ID(WS-RVQ-IX)
            ADD 1 TO WS-NEXT-ID
            PERFORM SPLIT-REVERSAL-AMOUNT
            ADD 1 TO WS-CUT-COUNT
            ADD WS-REV-N1 WS-REV-N2 TO WS-CUT-SUM.

      * A negation too large for one feed field is carried in two.
       SPLIT-REVERSAL-AMOUNT.
            COMPUTE WS-REV-AMT = ZERO - WS-RVQ-AMT(WS-RVQ-IX)
            EVALUATE TRUE
                WHEN WS-REV-AMT > WS-FEED-FIELD-MAX
                    MOVE WS-FEED-FIELD-MAX TO WS-REV-N1
                    COMPUTE WS-REV-N2 = WS-REV-AMT - WS-REV-N1
                WHEN WS-REV-AMT < ZERO - WS-FEED-FIELD-MAX
                    COMPUTE WS-REV-N1 = ZERO - WS-FEED-FIELD-MAX
                    COMPUTE WS-REV-N2 = WS-REV-AMT - WS-REV-N1
                WHEN OTHER
                    MOVE WS-REV-AMT TO WS-REV-N1
                    MOVE ZEROS TO WS-REV-N2
            END-EVALUATE.

      * Reversal ids were taken in request order from an ascending
      * sequence, so the feed comes out in ascending id order.
       WRITE-REVERSAL-FEED.
            OPEN OUTPUT SOMA-RVTR
            PERFORM VARYING WS-RVQ-IX FROM 1 BY 1
                    UNTIL WS-RVQ-IX > WS-RVQ-COUNT
                IF WS-RVQ-RESULT(WS-RVQ-IX) = "REVERSAL CUT"
                    PERFORM SPLIT-REVERSAL-AMOUNT
                    MOVE WS-RVQ-REV-ID(WS-RVQ-IX) TO TR-TRANS-ID
                    MOVE WS-RVQ-ACCT(WS-RVQ-IX) TO TR-ACCOUNT-CODE
                    MOVE "A" TO TR-OP-CODE
                    MOVE SPACES TO TR-CURRENCY-CODE
                    MOVE WS-REV-N1 TO TR-N1
                    MOVE WS-REV-N2 TO TR-N2
                    MOVE WS-RVQ-CONTRA(WS-RVQ-IX)
                        TO TR-CONTRA-ACCOUNT
                    WRITE RVTR-RECORD FROM SOMA-TRANS-RECORD
                END-IF
            END-PERFORM
            SET FDT-TRAILER TO TRUE
            MOVE WS-CUT-COUNT TO FDT-REC-COUNT
            MOVE WS-CUT-SUM TO FDT-INPUT-SUM
            WRITE RVTR-RECORD FROM FDT-LINE
            CLOSE SOMA-RVTR.

       ADD-REGISTER-ENTRY.
            IF WS-RVG-COUNT < 10000
                ADD 1 TO WS-RVG-COUNT
                MOVE WS-RVQ-REV-ID(WS-RVQ-IX)
                    TO WS-RVG-REV-ID(WS-RVG-COUNT)
                MOVE WS-RVQ-ORIG(WS-RVQ-IX) TO WS-RVG-ORIG(WS-RVG-COUNT)
                MOVE WS-RVQ-LEG-DATE(WS-RVQ-IX)
                    TO WS-RVG-ODATE(WS-RVG-COUNT)
                MOVE "C" TO WS-RVG-STAT(WS-RVG-COUNT)
                MOVE WS-RUN-DATE TO WS-RVG-CUT-DATE(WS-RVG-COUNT)
                MOVE WS-RVQ-OPER(WS-RVQ-IX) TO WS-RVG-OPER(WS-RVG-COUNT)
                MOVE WS-RVQ-REASON(WS-RVQ-IX)
                    TO WS-RVG-REASON(WS-RVG-COUNT)
                MOVE WS-RVQ-OP(WS-RVQ-IX) TO WS-RVG-OP(WS-RVG-COUNT)
            ELSE
                DISPLAY "SOMARVSL: REVERSAL REGISTER EXCEEDS TABLE"
                    " AT " WS-RVQ-REV-ID(WS-RVQ-IX) " - RUN ABORTED"
                CLOSE SOMA-RVSR
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       WRITE-REQUEST-DETAIL.
            MOVE WS-RVQ-ORIG(WS-RVQ-IX) TO RVR-DET-ORIG-ID
            IF WS-RVQ-LEG-DATE(WS-RVQ-IX) NOT = SPACES
                MOVE WS-RVQ-LEG-DATE(WS-RVQ-IX) TO RVR-DET-ORIG-DATE
            ELSE
                MOVE WS-RVQ-DATE(WS-RVQ-IX) TO RVR-DET-ORIG-DATE
            END-IF
            MOVE WS-RVQ-ACCT(WS-RVQ-IX) TO RVR-DET-ACCOUNT
            MOVE WS-RVQ-CONTRA(WS-RVQ-IX) TO RVR-DET-CONTRA
            MOVE WS-RVQ-AMT(WS-RVQ-IX) TO RVR-DET-AMOUNT
            MOVE WS-RVQ-REV-ID(WS-RVQ-IX) TO RVR-DET-REV-ID
            MOVE WS-RVQ-RESULT(WS-RVQ-IX) TO RVR-DET-STATUS
            WRITE RVSR-RECORD FROM RVR-DETAIL-LINE.

       READ-SEQUENCE-FILE.
            OPEN INPUT SOMA-SEQ
            IF WS-SEQ-STATUS = "35"
                DISPLAY "SOMARVSL: NO SOMASEQ.DAT - SEQUENCE SEEDED"
                    " AT " WS-NEXT-ID
            ELSE
                READ SOMA-SEQ INTO SEQ-LINE
                    NOT AT END
                        IF SEQ-NEXT-TRANS-ID NUMERIC
                            MOVE SEQ-NEXT-TRANS-ID TO WS-NEXT-ID
                        ELSE
                            DISPLAY "SOMARVSL: SOMASEQ.DAT UNREADABLE"
                                " - RUN ABORTED"
                            CLOSE SOMA-SEQ
                            MOVE 12 TO RETURN-CODE
                            PERFORM WRITE-RUN-LOG-END
                            STOP RUN
                        END-IF
                END-READ
                CLOSE SOMA-SEQ
            END-IF.

       WRITE-SEQUENCE-FILE.
            MOVE WS-NEXT-ID TO SEQ-NEXT-TRANS-ID
            OPEN OUTPUT SOMA-SEQ
            WRITE SEQ-RECORD FROM SEQ-LINE
            CLOSE SOMA-SEQ.

       STAGE-REVERSAL-REGISTER.
            OPEN OUTPUT SOMA-RVGNEW
            PERFORM VARYING WS-RVG-IX FROM 1 BY 1
                    UNTIL WS-RVG-IX > WS-RVG-COUNT
                MOVE WS-RVG-REV-ID(WS-RVG-IX) TO RVG-REVERSAL-ID
                MOVE WS-RVG-ORIG(WS-RVG-IX) TO RVG-ORIG-TRANS-ID
                MOVE WS-RVG-ODATE(WS-RVG-IX) TO RVG-ORIG-DATE
                MOVE WS-RVG-STAT(WS-RVG-IX) TO RVG-STATUS
                MOVE WS-RVG-CUT-DATE(WS-RVG-IX) TO RVG-CUT-DATE
                MOVE WS-RVG-OPER(WS-RVG-IX) TO RVG-OPERATOR-ID
                MOVE WS-RVG-REASON(WS-RVG-IX) TO RVG-REASON
                MOVE WS-RVG-OP(WS-RVG-IX) TO RVG-ORIG-OP-CODE
                WRITE RVGNEW-RECORD FROM RVG-LINE
            END-PERFORM
            CLOSE SOMA-RVGNEW
            MOVE ZEROS TO WS-VERIFY-COUNT
            OPEN INPUT SOMA-RVGNEW
            PERFORM READ-VERIFY-RECORD
            PERFORM UNTIL WS-VERIFY-EOF
                ADD 1 TO WS-VERIFY-COUNT
                PERFORM READ-VERIFY-RECORD
            END-PERFORM
            CLOSE SOMA-RVGNEW
            IF WS-VERIFY-COUNT NOT = WS-RVG-COUNT
                DISPLAY "SOMARVSL: NEW REVERSAL REGISTER GENERATION "
                    "FAILS VERIFY - NOTHING CUT, SOMARVRG.DAT LEFT "
                    "UNTOUCHED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       READ-VERIFY-RECORD.
            READ SOMA-RVGNEW
                AT END
                    SET WS-VERIFY-EOF TO TRUE
            END-READ.

      * Only once the reversal feed is out. A swap that fails leaves
      * that feed unmerged with its reversals not on the register;
      * the rerun stops on it until the two are put right by hand.
       SWAP-REVERSAL-REGISTER.
            MOVE "SOMARVRG.PRV" TO WS-GEN-OLD-NAME
            CALL "CBL_DELETE_FILE" USING WS-GEN-OLD-NAME
                RETURNING WS-RENAME-RC
            MOVE "SOMARVRG.DAT" TO WS-GEN-OLD-NAME
            MOVE "SOMARVRG.PRV" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            MOVE "SOMARVRG.NEW" TO WS-GEN-OLD-NAME
            MOVE "SOMARVRG.DAT" TO WS-GEN-NEW-NAME
            CALL "CBL_RENAME_FILE" USING WS-GEN-OLD-NAME
                WS-GEN-NEW-NAME RETURNING WS-RENAME-RC
            IF WS-RENAME-RC NOT = ZERO
                DISPLAY "SOMARVSL: REVERSAL REGISTER GENERATION SWAP "
                    "FAILED - SOMARVTR.DAT CUT BUT NOT ON THE "
                    "REGISTER, HOLD THE MERGE AND FALL BACK TO "
                    "SOMARVRG.PRV"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF.

       LOG-REVERSAL-CUT.
            IF WS-RVQ-RESULT(WS-RVQ-IX) = "REVERSAL CUT"
                MOVE WS-RVQ-OPER(WS-RVQ-IX) TO MLG-OPERATOR-ID
                MOVE "TRANS REVERSED" TO MLG-ACTION
                MOVE WS-RVQ-ORIG(WS-RVQ-IX) TO MLG-KEY
                PERFORM WRITE-MAINT-LOG
            END-IF.

       WRITE-MAINT-LOG.
            MOVE WS-RUN-DATE TO MLG-DATE
            MOVE WS-RUN-TIME TO MLG-TIME
            MOVE "SOMARVSL" TO MLG-PROGRAM
            OPEN EXTEND SOMA-MLOG
            IF WS-MLOG-STATUS = "35"
                OPEN OUTPUT SOMA-MLOG
            END-IF
            WRITE MLG-RECORD FROM MLG-LINE
            CLOSE SOMA-MLOG.

       WRITE-RUN-LOG-START.
            SET RNL-START-REC TO TRUE
            MOVE ZEROS TO RNL-RETURN-CODE
            MOVE ZEROS TO RNL-COUNT-1
            MOVE ZEROS TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
            SET RNL-END-REC TO TRUE
            MOVE RETURN-CODE TO RNL-RETURN-CODE
            MOVE WS-CUT-COUNT TO RNL-COUNT-1
            MOVE WS-REFUSED-COUNT TO RNL-COUNT-2
            PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
            MOVE "SOMARVSL" TO RNL-PROGRAM
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

       END PROGRAM somarvsl.
