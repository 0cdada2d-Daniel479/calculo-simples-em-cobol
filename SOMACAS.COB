      ******************************************************************
      * Author: Daniel
      * Purpose: Compliance case maintenance. Applies the status
      *          updates on SOMACSU.DAT (SOMACSU layout) to the
      *          SOMACASE.DAT case file opened by the SOMACMP daily
      *          monitor, so compliance can work each case from open
      *          to reviewed and on to filed with the regulator or
      *          dismissed:
      *            "V" reviewed  - from open only;
      *            "F" filed     - from open or reviewed;
      *            "D" dismissed - from open or reviewed.
      *          A filed or dismissed case is closed and takes no
      *          further update; no case is ever deleted. Each update
      *          must carry a note, and the operator must hold the
      *          SOMAOPER.DAT compliance privilege (when the profile
      *          file exists). The case takes the date, operator and
      *          note of its latest update. Every update applied is
      *          appended to the SOMACAH.DAT case history with the
      *          status it replaced, and logged to SOMAMLOG.DAT, only
      *          once the new case file generation (SOMACASE.NEW) has
      *          been verified and swapped in with the prior file
      *          kept as SOMACASE.PRV. SOMACASR.DAT lists every update
      *          applied or refused and why, and the cases on file by
      *          status. RC=0 all applied, RC=4 one or more refused,
      *          RC=12 no case file, table overflow or swap failure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somacas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMA-CASE ASSIGN TO "SOMACASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT SOMA-CASNEW ASSIGN TO "SOMACASE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOMA-CSU ASSIGN TO "SOMACSU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSU-STATUS.
           SELECT SOMA-CAHS ASSIGN TO "SOMACAH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAHS-STATUS.
           SELECT SOMA-CASR ASSIGN TO "SOMACASR.DAT"
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
       FD  SOMA-CASE.
       01  CAS-RECORD              PIC X(179).
       FD  SOMA-CASNEW.
       01  CASNEW-RECORD           PIC X(179).
       FD  SOMA-CSU.
       01  CSU-RECORD              PIC X(60).
       FD  SOMA-CAHS.
       01  CAH-RECORD              PIC X(82).
       FD  SOMA-CASR.
       01  CASR-RECORD             PIC X(100).
       FD  SOMA-OPER.
       01  OPR-RECORD              PIC X(48).
       FD  SOMA-MLOG.
       01  MLG-RECORD              PIC X(81).
       FD  SOMA-CAL.
       01  CAL-RECORD              PIC X(16).
       FD  SOMA-RUNL.
       01  RNL-RECORD              PIC X(47).
       WORKING-STORAGE SECTION.
       77 WS-RUN-DATE           PIC X(10) VALUE SPACES.
       77 WS-RUN-TIME           PIC X(08) VALUE SPACES.
       77 WS-CASE-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CSU-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-CAHS-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-OPER-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-MLOG-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-STATUS         PIC X(02) VALUE ZEROS.
       77 WS-RUNL-STATUS        PIC X(02) VALUE ZEROS.
       77 WS-CAL-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAL-EOF                  VALUE "Y".
       77 WS-CAL-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-CAL-FOUND                VALUE "Y".
       77 WS-CAS-EOF-SW         PIC X(01) VALUE "N".
           88 WS-CAS-EOF                  VALUE "Y".
       77 WS-IN-EOF-SW          PIC X(01) VALUE "N".
           88 WS-IN-EOF                   VALUE "Y".
       77 WS-OPR-EOF-SW         PIC X(01) VALUE "N".
           88 WS-OPR-EOF                  VALUE "Y".
       77 WS-VERIFY-EOF-SW      PIC X(01) VALUE "N".
           88 WS-VERIFY-EOF               VALUE "Y".
       77 WS-PROFILES-SW        PIC X(01) VALUE "N".
           88 WS-PROFILES-ACTIVE          VALUE "Y".
       77 WS-OPR-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-OPR-FOUND                VALUE "Y".
       77 WS-CAS-FOUND-SW       PIC X(01) VALUE "N".
           88 WS-CAS-FOUND                VALUE "Y".
       77 WS-OPR-COUNT          PIC 9(03) VALUE ZEROS.
       77 WS-OPR-IX             PIC 9(03) VALUE ZEROS.
       77 WS-OPR-KEY            PIC X(20) VALUE SPACES.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 100.
              10 WS-OPR-OPER       PIC X(20).
              10 WS-OPR-CMPL       PIC X(01).
       77 WS-CAS-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-CAS-IX             PIC 9(04) VALUE ZEROS.
       77 WS-CAS-LO             PIC 9(04) VALUE ZEROS.
       77 WS-CAS-HI             PIC 9(04) VALUE ZEROS.
       77 WS-CAS-KEY            PIC 9(06) VALUE ZEROS.
       01 WS-CAS-TABLE.
           05 WS-CAS-ENTRY OCCURS 9999.
              10 WS-CAS-ID         PIC 9(06).
              10 WS-CAS-DATA       PIC X(179).
       77 WS-CHG-COUNT          PIC 9(04) VALUE ZEROS.
       77 WS-CHG-IX             PIC 9(04) VALUE ZEROS.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 4000.
              10 WS-CHG-CASE-ID    PIC 9(06).
              10 WS-CHG-OLD        PIC X(01).
              10 WS-CHG-NEW        PIC X(01).
              10 WS-CHG-OPER       PIC X(20).
              10 WS-CHG-NOTE       PIC X(30).
       77 WS-RESULT-NOTE        PIC X(30) VALUE SPACES.
       77 WS-OLD-STATUS         PIC X(01) VALUE SPACES.
       77 WS-READ-COUNT         PIC 9(06) VALUE ZEROS.
       77 WS-APPLIED-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-REFUSED-COUNT      PIC 9(06) VALUE ZEROS.
       77 WS-OPEN-COUNT         PIC 9(06) VALUE ZEROS.
       77 WS-REVIEWED-COUNT     PIC 9(06) VALUE ZEROS.
       77 WS-FILED-COUNT        PIC 9(06) VALUE ZEROS.
       77 WS-DISMISSED-COUNT    PIC 9(06) VALUE ZEROS.
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
           COPY SOMACSE.
           COPY SOMACSU.
           COPY SOMACAH.
           COPY SOMACSR.
           COPY SOMAOPR.
           COPY SOMAMLG.
           COPY SOMACAL.
           COPY SOMARNL.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-BUSINESS-CALENDAR
            PERFORM WRITE-RUN-LOG-START
            PERFORM LOAD-OPERATOR-PROFILES
            PERFORM LOAD-CASE-FILE
            OPEN OUTPUT SOMA-CASR
            MOVE WS-RUN-DATE TO CSR-HDG-DATE
            WRITE CASR-RECORD FROM CSR-HEADING-LINE
            WRITE CASR-RECORD FROM CSR-COLUMN-LINE
            PERFORM PROCESS-CASE-UPDATES
            IF WS-APPLIED-COUNT > ZERO
                PERFORM WRITE-CASE-FILE
                PERFORM WRITE-CASE-HISTORY
            END-IF
            PERFORM WRITE-MAINTENANCE-TOTALS
            CLOSE SOMA-CASR
            DISPLAY "SOMACAS: " WS-APPLIED-COUNT " APPLIED, "
                WS-REFUSED-COUNT " REFUSED"
            IF WS-REFUSED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

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
            CLOSE SOMA-CASR
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-RUN-LOG-END
            STOP RUN.

       LOAD-OPERATOR-PROFILES.
            OPEN INPUT SOMA-OPER
            IF WS-OPER-STATUS = "35"
                DISPLAY "SOMACAS: NO SOMAOPER.DAT - "
                    "ACCESS NOT RESTRICTED"
            ELSE
                SET WS-PROFILES-ACTIVE TO TRUE
                PERFORM READ-OPERATOR-RECORD
                PERFORM UNTIL WS-OPR-EOF
                    IF WS-OPR-COUNT < 100
                        ADD 1 TO WS-OPR-COUNT
                        MOVE OPR-ID TO WS-OPR-OPER(WS-OPR-COUNT)
                        MOVE OPR-COMPLIANCE
                            TO WS-OPR-CMPL(WS-OPR-COUNT)
                    ELSE
                        DISPLAY "SOMACAS: OPERATOR PROFILES EXCEED"
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

       VERIFY-CASE-OPERATOR.
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
                    IF WS-OPR-CMPL(WS-OPR-IX) NOT = "Y"
                        MOVE "OPERATOR LACKS COMPLIANCE PRIV"
                            TO WS-RESULT-NOTE
                    END-IF
                    END-IF
                END-IF
            END-IF.

       LOAD-CASE-FILE.
            OPEN INPUT SOMA-CASE
            IF WS-CASE-STATUS = "35"
                DISPLAY "SOMACAS: NO SOMACASE.DAT - NO CASES TO "
                    "WORK, RUN ABORTED"
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-RUN-LOG-END
                STOP RUN
            END-IF
            PERFORM READ-CASE-RECORD
            PERFORM UNTIL WS-CAS-EOF
                IF WS-CAS-COUNT < 9999
                    ADD 1 TO WS-CAS-COUNT
                    MOVE CAS-CASE-ID TO WS-CAS-ID(WS-CAS-COUNT)
                    MOVE CAS-LINE TO WS-CAS-DATA(WS-CAS-COUNT)
                ELSE
                    DISPLAY "SOMACAS: CASE FILE EXCEEDS TABLE AT "
                        CAS-CASE-ID " - RUN ABORTED"
                    CLOSE SOMA-CASE
                    MOVE 12 TO RETURN-CODE
                    PERFORM WRITE-RUN-LOG-END
                    STOP RUN
                END-IF
                PERFORM READ-CASE-RECORD
            END-PERFORM
            CLOSE SOMA-CASE.

       READ-CASE-RECORD.
            READ SOMA-CASE INTO CAS-LINE
                AT END
                    SET WS-CAS-EOF TO TRUE
            END-READ.

       FIND-CASE-ENTRY.
            MOVE "N" TO WS-CAS-FOUND-SW
            MOVE 1 TO WS-CAS-LO
            MOVE WS-CAS-COUNT TO WS-CAS-HI
            PERFORM UNTIL WS-CAS-LO > WS-CAS-HI OR WS-CAS-FOUND
                COMPUTE WS-CAS-IX = (WS-CAS-LO + WS-CAS-HI) / 2
                IF WS-CAS-ID(WS-CAS-IX) = WS-CAS-KEY
                    SET WS-CAS-FOUND TO TRUE
                ELSE
                    IF WS-CAS-ID(WS-CAS-IX) < WS-CAS-KEY
                        COMPUTE WS-CAS-LO = WS-CAS-IX + 1
                    ELSE
                        COMPUTE WS-CAS-HI = WS-CAS-IX - 1
                    END-IF
                END-IF
            END-PERFORM.

       PROCESS-CASE-UPDATES.
            OPEN INPUT SOMA-CSU
            IF WS-CSU-STATUS = "35"
                DISPLAY "SOMACAS: NO SOMACSU.DAT - NO UPDATES"
            ELSE
                PERFORM READ-UPDATE-RECORD
                PERFORM UNTIL WS-IN-EOF
                    ADD 1 TO WS-READ-COUNT
                    PERFORM APPLY-ONE-UPDATE
                    PERFORM READ-UPDATE-RECORD
                END-PERFORM
                CLOSE SOMA-CSU
            END-IF.

       READ-UPDATE-RECORD.
            READ SOMA-CSU INTO CSU-LINE
                AT END
                    SET WS-IN-EOF TO TRUE
            END-READ.

       APPLY-ONE-UPDATE.
            MOVE CSU-OPERATOR-ID TO WS-OPR-KEY
            PERFORM VERIFY-CASE-OPERATOR
            MOVE "N" TO WS-CAS-FOUND-SW
            MOVE SPACES TO WS-OLD-STATUS
            IF CSU-CASE-ID NUMERIC
                MOVE CSU-CASE-ID TO WS-CAS-KEY
                PERFORM FIND-CASE-ENTRY
            END-IF
            IF WS-CAS-FOUND
                MOVE WS-CAS-DATA(WS-CAS-IX) TO CAS-LINE
                MOVE CAS-STATUS TO WS-OLD-STATUS
            END-IF
            IF WS-RESULT-NOTE = SPACES
                EVALUATE TRUE
                    WHEN CSU-CASE-ID NOT NUMERIC
                        MOVE "REQUEST LINE INVALID" TO WS-RESULT-NOTE
                    WHEN NOT WS-CAS-FOUND
                        MOVE "CASE NOT ON FILE" TO WS-RESULT-NOTE
                    WHEN CSU-NEW-STATUS NOT = "V"
                     AND CSU-NEW-STATUS NOT = "F"
                     AND CSU-NEW-STATUS NOT = "D"
                        MOVE "STATUS NOT V, F OR D" TO WS-RESULT-NOTE
                    WHEN CAS-FILED OR CAS-DISMISSED
                        MOVE "CASE ALREADY CLOSED" TO WS-RESULT-NOTE
                    WHEN CAS-REVIEWED AND CSU-NEW-STATUS = "V"
                        MOVE "CASE ALREADY REVIEWED" TO WS-RESULT-NOTE
                    WHEN CSU-NOTE = SPACES
                        MOVE "NO NOTE GIVEN" TO WS-RESULT-NOTE
                END-EVALUATE
            END-IF
            MOVE CSU-CASE-ID TO CSR-DET-CASE-ID
            MOVE WS-OLD-STATUS TO CSR-DET-OLD-STATUS
            MOVE CSU-NEW-STATUS TO CSR-DET-NEW-STATUS
            MOVE CSU-OPERATOR-ID TO CSR-DET-OPERATOR
            IF WS-CAS-FOUND
                MOVE CAS-ACCOUNT-CODE TO CSR-DET-ACCOUNT
            ELSE
                MOVE SPACES TO CSR-DET-ACCOUNT
            END-IF
            IF WS-RESULT-NOTE = SPACES
                MOVE CSU-NEW-STATUS TO CAS-STATUS
                MOVE WS-RUN-DATE TO CAS-DATE-ACTIONED
                MOVE CSU-OPERATOR-ID TO CAS-OPERATOR-ID
                MOVE CSU-NOTE TO CAS-NOTE
                MOVE CAS-LINE TO WS-CAS-DATA(WS-CAS-IX)
                PERFORM RECORD-CHANGE
                ADD 1 TO WS-APPLIED-COUNT
                MOVE "APPLIED" TO CSR-DET-RESULT
                MOVE CSU-NOTE TO CSR-DET-NOTE
            ELSE
                ADD 1 TO WS-REFUSED-COUNT
                MOVE "REFUSED" TO CSR-DET-RESULT
                MOVE WS-RESULT-NOTE TO CSR-DET-NOTE
                DISPLAY "SOMACAS: CASE " CSU-CASE-ID " TO "
                    CSU-NEW-STATUS " - " WS-RESULT-NOTE
            END-IF
            WRITE CASR-RECORD FROM CSR-DETAIL-LINE.

       RECORD-CHANGE.
            IF WS-CHG-COUNT < 4000
                ADD 1 TO WS-CHG-COUNT
                MOVE CAS-CASE-ID TO WS-CHG-CASE-ID(WS-CHG-COUNT)
                MOVE WS-OLD-STATUS TO WS-CHG-OLD(WS-CHG-COUNT)
                MOVE CSU-NEW-STATUS TO WS-CHG-NEW(WS-CHG-COUNT)
                MOVE CSU-OPERATOR-ID TO WS-CHG-OPER(WS-CHG-COUNT)
                MOVE CSU-NOTE TO WS-CHG-NOTE(WS-CHG-COUNT)
            ELSE
                DISPLAY "SOMACAS: UPDATES EXCEED TABLE AT CASE "
                    CAS-CASE-ID " - RUN ABORTED, CASE FILE UNTOUCHED"
                PERFORM ABORT-MAINTENANCE
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
                DISPLAY "SOMACAS: NEW CASE FILE GENERATION FAILS "
                    "VERIFY - SOMACASE.DAT LEFT UNTOUCHED"
                PERFORM ABORT-MAINTENANCE
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
                DISPLAY "SOMACAS: CASE FILE GENERATION SWAP FAILED - "
                    "NOTHING RECORDED, FALL BACK TO SOMACASE.PRV"
                PERFORM ABORT-MAINTENANCE
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
            PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                    UNTIL WS-CHG-IX > WS-CHG-COUNT
                MOVE WS-RUN-DATE TO CAH-DATE
                MOVE WS-RUN-TIME TO CAH-TIME
                MOVE WS-CHG-CASE-ID(WS-CHG-IX) TO CAH-CASE-ID
                MOVE WS-CHG-OLD(WS-CHG-IX) TO CAH-OLD-STATUS
                MOVE WS-CHG-NEW(WS-CHG-IX) TO CAH-NEW-STATUS
                MOVE WS-CHG-OPER(WS-CHG-IX) TO CAH-OPERATOR-ID
                MOVE WS-CHG-NOTE(WS-CHG-IX) TO CAH-NOTE
                WRITE CAH-RECORD FROM CAH-LINE
                MOVE WS-CHG-OPER(WS-CHG-IX) TO MLG-OPERATOR-ID
                EVALUATE WS-CHG-NEW(WS-CHG-IX)
                    WHEN "V"
                        MOVE "CASE REVIEWED" TO MLG-ACTION
                    WHEN "F"
                        MOVE "CASE FILED" TO MLG-ACTION
                    WHEN OTHER
                        MOVE "CASE DISMISSED" TO MLG-ACTION
                END-EVALUATE
                MOVE WS-CHG-CASE-ID(WS-CHG-IX) TO MLG-KEY
                PERFORM WRITE-MAINT-LOG
            END-PERFORM
            CLOSE SOMA-CAHS.

       WRITE-MAINT-LOG.
            MOVE WS-RUN-DATE TO MLG-DATE
            MOVE WS-RUN-TIME TO MLG-TIME
            MOVE "SOMACAS" TO MLG-PROGRAM
            OPEN EXTEND SOMA-MLOG
            IF WS-MLOG-STATUS = "35"
                OPEN OUTPUT SOMA-MLOG
            END-IF
            WRITE MLG-RECORD FROM MLG-LINE
            CLOSE SOMA-MLOG.

       COUNT-CASES-BY-STATUS.
            PERFORM VARYING WS-CAS-IX FROM 1 BY 1
                    UNTIL WS-CAS-IX > WS-CAS-COUNT
                MOVE WS-CAS-DATA(WS-CAS-IX) TO CAS-LINE
                EVALUATE TRUE
                    WHEN CAS-OPEN
                        ADD 1 TO WS-OPEN-COUNT
                    WHEN CAS-REVIEWED
                        ADD 1 TO WS-REVIEWED-COUNT
                    WHEN CAS-FILED
                        ADD 1 TO WS-FILED-COUNT
                    WHEN CAS-DISMISSED
                        ADD 1 TO WS-DISMISSED-COUNT
                END-EVALUATE
            END-PERFORM.

       WRITE-MAINTENANCE-TOTALS.
            PERFORM COUNT-CASES-BY-STATUS
            MOVE "LINES READ:" TO CSR-TOT-LABEL
            MOVE WS-READ-COUNT TO CSR-TOT-COUNT
            WRITE CASR-RECORD FROM CSR-TOTAL-LINE
            MOVE "APPLIED:" TO CSR-TOT-LABEL
            MOVE WS-APPLIED-COUNT TO CSR-TOT-COUNT
            WRITE CASR-RECORD FROM CSR-TOTAL-LINE
            MOVE "REFUSED:" TO CSR-TOT-LABEL
            MOVE WS-REFUSED-COUNT TO CSR-TOT-COUNT
            WRITE CASR-RECORD FROM CSR-TOTAL-LINE
            MOVE "CASES OPEN:" TO CSR-TOT-LABEL
            MOVE WS-OPEN-COUNT TO CSR-TOT-COUNT
            WRITE CASR-RECORD FROM CSR-TOTAL-LINE
            MOVE "CASES REVIEWED:" TO CSR-TOT-LABEL
            MOVE WS-REVIEWED-COUNT TO CSR-TOT-COUNT
            WRITE CASR-RECORD FROM CSR-TOTAL-LINE
            MOVE "CASES FILED:" TO CSR-TOT-LABEL
            MOVE WS-FILED-COUNT TO CSR-TOT-COUNT
            WRITE CASR-RECORD FROM CSR-TOTAL-LINE
            MOVE "CASES DISMISSED:" TO CSR-TOT-LABEL
            MOVE WS-DISMISSED-COUNT TO CSR-TOT-COUNT
            WRITE CASR-RECORD FROM CSR-TOTAL-LINE
            EVALUATE TRUE
                WHEN WS-REFUSED-COUNT > ZERO
                    MOVE "LINES REFUSED - CORRECT AND RESUBMIT THEM"
                        TO CSR-STATUS-TEXT
                WHEN WS-APPLIED-COUNT > ZERO
                    MOVE "CASE FILE UPDATED" TO CSR-STATUS-TEXT
                WHEN OTHER
                    MOVE "NOTHING TO APPLY" TO CSR-STATUS-TEXT
            END-EVALUATE
            WRITE CASR-RECORD FROM CSR-STATUS-LINE.

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
            MOVE "SOMACAS" TO RNL-PROGRAM
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

       END PROGRAM somacas.
