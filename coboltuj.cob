      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltuj.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - general ledger interface: runs after COBTUP and
*> the COBTUC close and builds the day's journal entry for the last
*> closed business date (CYCLEDT less one day) so finance no longer
*> rekeys our totals.  Payroll posts department gross from the
*> coboltup PAYDTL extract (the machine copy of PAYREG) as debits,
*> and the deduction liabilities by DEDMAST description from the
*> coboltun DEDSUM extract plus the NETCTL net pay as credits.  The
*> kiosk posts the cash counted against the receipts coboltus settled
*> out of PAYJRN, with any over or short, from SETLCTL.  Every line is
*> given its ledger account from the COAMAP chart-of-accounts mapping
*> table.  The GLEXTR extract is only written when debits equal
*> credits, every department and deduction has an account mapped, and
*> the payroll figures prove back to PAYCTL; otherwise GLEXTR is left
*> empty, the GLPROOF posting proof lists the problems, and the run
*> ends with return code 8 so nothing reaches the ledger.
*> October 14th 2026 - retro pay the coboltun net pay run paid from
*> the coboltui RETROADJ adjustments is posted as its own RETRO
*> department debits, and the payroll proof becomes PAYDTL gross plus
*> retro pay equal to deductions plus net pay.
*> October 14th 2026 - step control: the run first checks the STEPCTL
*> step-control dataset for the last closed business date (CYCLEDT
*> less one day) and refuses (return code 8, nothing touched) when its
*> scheduled predecessors have not completed for that date, the date
*> is not the month- or quarter-end its schedule calls for, or it has
*> already completed for that date, unless an operator has recorded
*> an authorised rerun with coboltvc.  The end of the run is recorded
*> on STEPCTL (complete below return code 8, failed otherwise).
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
    SELECT ACCOUNT-MAP-FILE ASSIGN TO "COAMAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COAMAP-STATUS.
    SELECT PAY-DETAIL-FILE ASSIGN TO "PAYDTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYDTL-STATUS.
    SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYCTL-STATUS.
    SELECT NET-CONTROL-FILE ASSIGN TO "NETCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NETCTL-STATUS.
    SELECT DEDUCTION-SUMMARY-FILE ASSIGN TO "DEDSUM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEDSUM-STATUS.
    SELECT RETRO-ADJUSTMENT-FILE ASSIGN TO "RETROADJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETROADJ-STATUS.
    SELECT SETTLEMENT-CONTROL-FILE ASSIGN TO "SETLCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETLCTL-STATUS.
    SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLEXTR-STATUS.
    SELECT PROOF-REPORT ASSIGN TO "GLPROOF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLPROOF-STATUS.
    SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPSLOG-STATUS.
    SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SK-KEY
        FILE STATUS IS WS-STEPCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD CYCLE-FILE.
01 CYCLE-RECORD.
    05 CY-BUSINESS-DATE PIC 9(8).

FD ACCOUNT-MAP-FILE.
01 ACCOUNT-MAP-RECORD.
    05 CM-TYPE PIC X.
    05 CM-KEY PIC X(20).
    05 CM-ACCOUNT PIC X(10).
    05 CM-TITLE PIC X(30).

FD PAY-DETAIL-FILE.
01 PAY-DETAIL-RECORD.
    05 PD-EMP-ID PIC 9(5).
    05 PD-EMP-NAME PIC X(30).
    05 PD-DEPT PIC X(8).
    05 PD-WORK-DATE PIC 9(8).
    05 PD-GROSS PIC 9(5)V99.

FD PAY-CONTROL-FILE.
01 PAY-CONTROL-RECORD.
    05 PC-DATE PIC 9(8).
    05 PC-EMP-COUNT PIC 9(5).
    05 PC-GRAND-GROSS PIC 9(7)V99.

FD NET-CONTROL-FILE.
01 NET-CONTROL-RECORD.
    05 NC-DATE PIC 9(8).
    05 NC-EMP-COUNT PIC 9(5).
    05 NC-GRAND-NET PIC 9(7)V99.

FD DEDUCTION-SUMMARY-FILE.
01 DEDUCTION-SUMMARY-RECORD.
    05 DS-DATE PIC 9(8).
    05 DS-SEQ PIC 9(3).
    05 DS-TYPE PIC X.
    05 DS-DESC PIC X(20).
    05 DS-AMOUNT PIC 9(7)V99.

FD RETRO-ADJUSTMENT-FILE.
01 RETRO-ADJUSTMENT-RECORD.
    05 RA-PAY-DATE PIC 9(8).
    05 RA-EMP-ID PIC 9(5).
    05 RA-EMP-NAME PIC X(30).
    05 RA-DEPT PIC X(8).
    05 RA-WORK-DATE PIC 9(8).
    05 RA-OLD-RATE PIC 99V99.
    05 RA-NEW-RATE PIC 99V99.
    05 RA-OLD-GROSS PIC 9(5)V99.
    05 RA-NEW-GROSS PIC 9(5)V99.
    05 RA-STATUS PIC X.

FD SETTLEMENT-CONTROL-FILE.
01 SETTLEMENT-CONTROL-RECORD.
    05 SC-DATE PIC 9(8).
    05 SC-RECEIPT-COUNT PIC 9(5).
    05 SC-DRAWER-TOTAL PIC 9(9)V99.
    05 SC-COUNTED PIC 9(7)V99.
    05 SC-OVER PIC 9(7)V99.
    05 SC-SHORT PIC 9(7)V99.

FD GL-EXTRACT-FILE.
01 GL-EXTRACT-RECORD.
    05 GE-DATE PIC 9(8).
    05 GE-SOURCE PIC X(8).
    05 GE-LINE-NO PIC 9(4).
    05 GE-ACCOUNT PIC X(10).
    05 GE-DR-CR PIC X.
    05 GE-AMOUNT PIC 9(9)V99.
    05 GE-DESC PIC X(30).

FD PROOF-REPORT.
01 PROOF-REPORT-LINE PIC X(80).

FD OPS-LOG-FILE.
01 OPS-LOG-RECORD.
    05 OL-PROGRAM PIC X(8).
    05 OL-DATE PIC 9(8).
    05 OL-START-TIME PIC 9(6).
    05 OL-END-TIME PIC 9(6).
    05 OL-RECORDS-IN PIC 9(7).
    05 OL-RECORDS-OUT PIC 9(7).
    05 OL-REJECTS PIC 9(5).
    05 OL-RETURN-CODE PIC 99.

FD STEP-CONTROL-FILE.
01 STEP-CONTROL-RECORD.
    05 SK-KEY.
        10 SK-DATE PIC 9(8).
        10 SK-PROGRAM PIC X(8).
    05 SK-STATUS-DATA.
        10 SK-STATUS PIC X.
        10 SK-RETURN-CODE PIC 99.
        10 SK-START-TIME PIC 9(6).
        10 SK-END-TIME PIC 9(6).
        10 SK-RUN-COUNT PIC 99.
        10 SK-AUTH-SW PIC X.
        10 SK-AUTH-OPERATOR PIC X(10).
        10 SK-AUTH-REASON PIC X(30).
    05 SK-SCHEDULE-DATA REDEFINES SK-STATUS-DATA.
        10 SK-SEQUENCE PIC 99.
        10 SK-FREQUENCY PIC X.
        10 SK-PREDECESSOR PIC X(8) OCCURS 4 TIMES.
        10 SK-DESCRIPTION PIC X(23).

WORKING-STORAGE SECTION.
01 WS-STEPCTL-STATUS PIC XX VALUE "00".
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTUJ".
01 WS-STEP-DATE PIC 9(8) VALUE 0.
01 WS-STEP-DATE-PARTS REDEFINES WS-STEP-DATE.
    05 WS-STEP-YYYY PIC 9(4).
    05 WS-STEP-MM PIC 99.
    05 WS-STEP-DD PIC 99.
01 WS-STEP-NEXT-DATE PIC 9(8) VALUE 0.
01 WS-STEP-NEXT-PARTS REDEFINES WS-STEP-NEXT-DATE.
    05 FILLER PIC 9(6).
    05 WS-STEP-NEXT-DD PIC 99.
01 WS-STEP-INTEGER PIC 9(8) VALUE 0.
01 WS-STEP-IX PIC 9 VALUE 0.
01 WS-STEP-PROBLEMS PIC 99 VALUE 0.
01 WS-STEP-SW PIC X VALUE "Y".
    88 STEP-ALLOWED VALUE "Y".
    88 STEP-REFUSED VALUE "N".
01 WS-STEP-ROW-SW PIC X VALUE "N".
    88 STEP-ROW-FOUND VALUE "Y".
01 WS-STEP-AUTH-SW PIC X VALUE "N".
    88 STEP-AUTH-PENDING VALUE "Y".
01 WS-STEP-AUTH-OPERATOR PIC X(10) VALUE SPACES.
01 WS-STEP-AUTH-REASON PIC X(30) VALUE SPACES.
01 WS-STEP-SCHEDULE.
    05 XS-SEQUENCE PIC 99.
    05 XS-FREQUENCY PIC X.
    05 XS-PREDECESSOR PIC X(8) OCCURS 4 TIMES.
    05 XS-DESCRIPTION PIC X(23).
01 WS-OPSLOG-STATUS PIC XX VALUE "00".
01 WS-START-TIME PIC 9(6) VALUE 0.
01 WS-OPS-TIME-RAW.
    05 WS-OPS-TIME-HHMMSS PIC 9(6).
    05 FILLER PIC 99.
01 WS-CYCLE-STATUS PIC XX VALUE "00".
01 WS-COAMAP-STATUS PIC XX VALUE "00".
01 WS-PAYDTL-STATUS PIC XX VALUE "00".
01 WS-PAYCTL-STATUS PIC XX VALUE "00".
01 WS-NETCTL-STATUS PIC XX VALUE "00".
01 WS-DEDSUM-STATUS PIC XX VALUE "00".
01 WS-SETLCTL-STATUS PIC XX VALUE "00".
01 WS-RETROADJ-STATUS PIC XX VALUE "00".
01 WS-GLEXTR-STATUS PIC XX VALUE "00".
01 WS-GLPROOF-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-PAYROLL-SW PIC X VALUE "N".
    88 PAYROLL-FOUND VALUE "Y".
01 WS-NET-SW PIC X VALUE "N".
    88 NET-FOUND VALUE "Y".
01 WS-KIOSK-SW PIC X VALUE "N".
    88 KIOSK-FOUND VALUE "Y".
01 WS-MAP-SW PIC X VALUE "N".
    88 MAP-FOUND VALUE "Y".
    88 MAP-NOT-FOUND VALUE "N".
01 WS-LINE-SW PIC X VALUE "N".
    88 LINE-FOUND VALUE "Y".
    88 LINE-NOT-FOUND VALUE "N".
01 WS-POST-SW PIC X VALUE "Y".
    88 OK-TO-POST VALUE "Y".
    88 NOT-TO-POST VALUE "N".
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-CYCLE-DATE PIC 9(8) VALUE 0.
01 WS-POSTING-DATE PIC 9(8) VALUE 0.
01 WS-DATE-INTEGER PIC 9(8) VALUE 0.
01 WS-MAP-COUNT PIC 999 VALUE 0.
01 WS-MAP-IX PIC 999 VALUE 0.
01 WS-MAP-TABLE.
    05 WS-MAP-ENTRY OCCURS 200 TIMES.
        10 MT-TYPE PIC X.
        10 MT-KEY PIC X(20).
        10 MT-ACCOUNT PIC X(10).
        10 MT-TITLE PIC X(30).
01 WS-LINE-COUNT PIC 999 VALUE 0.
01 WS-LINE-IX PIC 999 VALUE 0.
01 WS-JOURNAL-TABLE.
    05 WS-JOURNAL-ENTRY OCCURS 200 TIMES.
        10 JL-SOURCE PIC X(8).
        10 JL-TYPE PIC X.
        10 JL-KEY PIC X(20).
        10 JL-DR-CR PIC X.
        10 JL-ACCOUNT PIC X(10).
        10 JL-TITLE PIC X(30).
        10 JL-AMOUNT PIC 9(9)V99.
        10 JL-MAPPED-SW PIC X.
            88 JL-MAPPED VALUE "Y".
01 WS-NEW-SOURCE PIC X(8) VALUE SPACES.
01 WS-NEW-TYPE PIC X VALUE SPACE.
01 WS-NEW-KEY PIC X(20) VALUE SPACES.
01 WS-NEW-DR-CR PIC X VALUE SPACE.
01 WS-NEW-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-PROBLEM-COUNT PIC 99 VALUE 0.
01 WS-PROBLEM-IX PIC 99 VALUE 0.
01 WS-PROBLEM-TEXT PIC X(70) VALUE SPACES.
01 WS-PROBLEM-TABLE.
    05 WS-PROBLEM-ENTRY PIC X(70) OCCURS 30 TIMES.
01 WS-UNMAPPED-COUNT PIC 999 VALUE 0.
01 WS-DETAIL-COUNT PIC 9(5) VALUE 0.
01 WS-DETAIL-GROSS PIC 9(9)V99 VALUE 0.
01 WS-CONTROL-COUNT PIC 9(5) VALUE 0.
01 WS-CONTROL-GROSS PIC 9(9)V99 VALUE 0.
01 WS-RETRO-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-NET-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-DED-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-PAYROLL-CREDITS PIC 9(9)V99 VALUE 0.
01 WS-DRAWER-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-COUNTED-CASH PIC 9(9)V99 VALUE 0.
01 WS-OVER PIC 9(9)V99 VALUE 0.
01 WS-SHORT PIC 9(9)V99 VALUE 0.
01 WS-RECEIPT-COUNT PIC 9(5) VALUE 0.
01 WS-TOTAL-DEBITS PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-CREDITS PIC 9(9)V99 VALUE 0.
01 WS-EXTRACT-COUNT PIC 9(5) VALUE 0.
01 WS-WRITE-FAIL-COUNT PIC 9(5) VALUE 0.
01 WS-HEADING-LINE-1 PIC X(80) VALUE
    "GENERAL LEDGER POSTING PROOF".
01 WS-HEADING-LINE-2 PIC X(80) VALUE ALL "-".
01 WS-DATE-LINE.
    05 FILLER PIC X(25) VALUE "POSTING DATE:".
    05 HD-DATE PIC 9(8).
01 WS-COLUMN-LINE PIC X(80) VALUE
    "  ACCOUNT     TITLE                     SOURCE           DEBIT       CREDIT".
01 WS-ENTRY-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 EL-ACCOUNT PIC X(10).
    05 FILLER PIC X(2) VALUE SPACES.
    05 EL-TITLE PIC X(24).
    05 FILLER PIC X(2) VALUE SPACES.
    05 EL-SOURCE PIC X(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 EL-DEBIT PIC Z(8)9.99.
    05 FILLER PIC X(1) VALUE SPACES.
    05 EL-CREDIT PIC Z(8)9.99.
01 WS-TOTAL-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 FILLER PIC X(48) VALUE "JOURNAL TOTALS".
    05 TL-DEBIT PIC Z(8)9.99.
    05 FILLER PIC X(1) VALUE SPACES.
    05 TL-CREDIT PIC Z(8)9.99.
01 WS-AMOUNT-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 AL-LABEL PIC X(36).
    05 AL-AMOUNT PIC Z(8)9.99.
01 WS-COUNT-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 CL-LABEL PIC X(36).
    05 CL-COUNT PIC Z(8)9.
01 WS-VERDICT-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 VL-TEXT PIC X(70).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-CHECK-STEP-CONTROL
    IF STEP-REFUSED
        MOVE 8 TO RETURN-CODE
        MOVE WS-STEP-DATE TO WS-POSTING-DATE
        PERFORM 8900-WRITE-OPS-LOG
        STOP RUN
    END-IF
    PERFORM 1000-INITIALIZE
    PERFORM 2000-READ-PAY-CONTROL
    IF PAYROLL-FOUND
        PERFORM 2100-POST-PAY-DETAIL
        PERFORM 2150-POST-RETRO-PAY
        PERFORM 2200-READ-NET-CONTROL
        PERFORM 2300-POST-DEDUCTIONS
    END-IF
    PERFORM 2500-READ-SETTLEMENT-CONTROL
    IF KIOSK-FOUND
        PERFORM 2600-POST-KIOSK-CASH
    END-IF
    PERFORM 3000-PROVE-ENTRY
    OPEN OUTPUT GL-EXTRACT-FILE
    IF OK-TO-POST
        PERFORM 5000-WRITE-EXTRACT
    END-IF
    CLOSE GL-EXTRACT-FILE
    PERFORM 6000-WRITE-PROOF-REPORT
    IF NOT-TO-POST OR WS-WRITE-FAIL-COUNT > 0
        DISPLAY "GL posting REFUSED for " WS-POSTING-DATE
            " - " WS-PROBLEM-COUNT " problems - GLEXTR left empty"
            " - see GLPROOF"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "GL posting complete for " WS-POSTING-DATE
            " - " WS-EXTRACT-COUNT " journal lines - debits equal "
            "credits"
        IF NOT PAYROLL-FOUND
            DISPLAY "No payroll run recorded for " WS-POSTING-DATE
                " - kiosk cash posted alone"
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM 8950-UPDATE-STEP-CONTROL
    PERFORM 8900-WRITE-OPS-LOG
    STOP RUN.

0500-CHECK-STEP-CONTROL.
    ACCEPT WS-OPS-TIME-RAW FROM TIME
    MOVE WS-OPS-TIME-HHMMSS TO WS-START-TIME
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    OPEN INPUT CYCLE-FILE
    IF WS-CYCLE-STATUS = "35"
        MOVE WS-TODAY TO WS-STEP-DATE
    ELSE
        READ CYCLE-FILE
            AT END MOVE WS-TODAY TO WS-STEP-DATE
            NOT AT END MOVE CY-BUSINESS-DATE TO WS-STEP-DATE
        END-READ
        CLOSE CYCLE-FILE
    END-IF
    COMPUTE WS-STEP-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) - 1
    COMPUTE WS-STEP-DATE =
        FUNCTION DATE-OF-INTEGER(WS-STEP-INTEGER)
    SET STEP-ALLOWED TO TRUE
    MOVE 0 TO WS-STEP-PROBLEMS
    OPEN I-O STEP-CONTROL-FILE
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "STEPCTL step-control open failed - file status "
            WS-STEPCTL-STATUS
        SET STEP-REFUSED TO TRUE
    ELSE
        PERFORM 0510-READ-STEP-SCHEDULE
        IF STEP-ALLOWED
            PERFORM 0520-READ-OWN-STATUS
            PERFORM 0530-CHECK-FREQUENCY
            PERFORM 0540-CHECK-PREDECESSORS
            IF WS-STEP-PROBLEMS > 0
                IF STEP-AUTH-PENDING
                    DISPLAY "Authorised rerun by " WS-STEP-AUTH-OPERATOR
                        " - " WS-STEP-AUTH-REASON
                        " - running despite the above"
                ELSE
                    SET STEP-REFUSED TO TRUE
                END-IF
            END-IF
        END-IF
        IF STEP-ALLOWED
            PERFORM 0550-MARK-STEP-STARTED
        END-IF
        CLOSE STEP-CONTROL-FILE
    END-IF
    IF STEP-REFUSED
        DISPLAY WS-STEP-PROGRAM " REFUSED for " WS-STEP-DATE
            " - nothing run - an operator must record an authorised"
            " rerun with coboltvc if it has to run"
    END-IF.

0510-READ-STEP-SCHEDULE.
    MOVE ZERO TO SK-DATE
    MOVE WS-STEP-PROGRAM TO SK-PROGRAM
    READ STEP-CONTROL-FILE
        INVALID KEY
            DISPLAY WS-STEP-PROGRAM " is not on the STEPCTL schedule"
            SET STEP-REFUSED TO TRUE
        NOT INVALID KEY
            MOVE SK-SCHEDULE-DATA TO WS-STEP-SCHEDULE
    END-READ.

0520-READ-OWN-STATUS.
    MOVE "N" TO WS-STEP-ROW-SW
    MOVE "N" TO WS-STEP-AUTH-SW
    MOVE WS-STEP-DATE TO SK-DATE
    MOVE WS-STEP-PROGRAM TO SK-PROGRAM
    READ STEP-CONTROL-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            SET STEP-ROW-FOUND TO TRUE
            MOVE SK-AUTH-SW TO WS-STEP-AUTH-SW
            MOVE SK-AUTH-OPERATOR TO WS-STEP-AUTH-OPERATOR
            MOVE SK-AUTH-REASON TO WS-STEP-AUTH-REASON
            IF SK-STATUS = "C"
                ADD 1 TO WS-STEP-PROBLEMS
                DISPLAY WS-STEP-PROGRAM " already completed for "
                    WS-STEP-DATE " - ended " SK-END-TIME " RC "
                    SK-RETURN-CODE
            END-IF
    END-READ.

0530-CHECK-FREQUENCY.
    IF XS-FREQUENCY = "M" OR XS-FREQUENCY = "Q"
        COMPUTE WS-STEP-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) + 1
        COMPUTE WS-STEP-NEXT-DATE =
            FUNCTION DATE-OF-INTEGER(WS-STEP-INTEGER)
        IF WS-STEP-NEXT-DD NOT = 1
            ADD 1 TO WS-STEP-PROBLEMS
            DISPLAY WS-STEP-DATE " is not a month-end - "
                WS-STEP-PROGRAM " runs only once the month is closed"
        ELSE
            IF XS-FREQUENCY = "Q"
                    AND WS-STEP-MM NOT = 3 AND WS-STEP-MM NOT = 6
                    AND WS-STEP-MM NOT = 9 AND WS-STEP-MM NOT = 12
                ADD 1 TO WS-STEP-PROBLEMS
                DISPLAY WS-STEP-DATE " is not a quarter-end - "
                    WS-STEP-PROGRAM
                    " runs only once the quarter is closed"
            END-IF
        END-IF
    END-IF.

0540-CHECK-PREDECESSORS.
    MOVE 0 TO WS-STEP-IX
    PERFORM UNTIL WS-STEP-IX >= 4
        ADD 1 TO WS-STEP-IX
        IF XS-PREDECESSOR(WS-STEP-IX) NOT = SPACES
            MOVE WS-STEP-DATE TO SK-DATE
            MOVE XS-PREDECESSOR(WS-STEP-IX) TO SK-PROGRAM
            READ STEP-CONTROL-FILE
                INVALID KEY
                    ADD 1 TO WS-STEP-PROBLEMS
                    DISPLAY "Predecessor " XS-PREDECESSOR(WS-STEP-IX)
                        " has not run for " WS-STEP-DATE
                NOT INVALID KEY
                    IF SK-STATUS NOT = "C"
                        ADD 1 TO WS-STEP-PROBLEMS
                        DISPLAY "Predecessor "
                            XS-PREDECESSOR(WS-STEP-IX)
                            " has not completed for " WS-STEP-DATE
                            " - status " SK-STATUS " RC "
                            SK-RETURN-CODE
                    END-IF
            END-READ
        END-IF
    END-PERFORM.

0550-MARK-STEP-STARTED.
    MOVE WS-STEP-DATE TO SK-DATE
    MOVE WS-STEP-PROGRAM TO SK-PROGRAM
    IF STEP-ROW-FOUND
        READ STEP-CONTROL-FILE
            INVALID KEY MOVE "N" TO WS-STEP-ROW-SW
        END-READ
    END-IF
    IF NOT STEP-ROW-FOUND
        MOVE SPACES TO SK-STATUS-DATA
        MOVE 0 TO SK-RUN-COUNT
        MOVE "N" TO SK-AUTH-SW
    END-IF
    MOVE "S" TO SK-STATUS
    MOVE 0 TO SK-RETURN-CODE
    MOVE WS-START-TIME TO SK-START-TIME
    MOVE 0 TO SK-END-TIME
    ADD 1 TO SK-RUN-COUNT
    IF STEP-AUTH-PENDING
        MOVE "U" TO SK-AUTH-SW
    END-IF
    IF STEP-ROW-FOUND
        REWRITE STEP-CONTROL-RECORD
            INVALID KEY SET STEP-REFUSED TO TRUE
        END-REWRITE
    ELSE
        WRITE STEP-CONTROL-RECORD
            INVALID KEY SET STEP-REFUSED TO TRUE
        END-WRITE
    END-IF
    IF STEP-REFUSED
        DISPLAY "STEPCTL start not recorded - file status "
            WS-STEPCTL-STATUS
    END-IF.

1000-INITIALIZE.
    ACCEPT WS-OPS-TIME-RAW FROM TIME
    MOVE WS-OPS-TIME-HHMMSS TO WS-START-TIME
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    OPEN INPUT CYCLE-FILE
    IF WS-CYCLE-STATUS = "35"
        MOVE WS-TODAY TO WS-CYCLE-DATE
    ELSE
        READ CYCLE-FILE
            AT END MOVE WS-TODAY TO WS-CYCLE-DATE
            NOT AT END MOVE CY-BUSINESS-DATE TO WS-CYCLE-DATE
        END-READ
        CLOSE CYCLE-FILE
    END-IF
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) - 1
    COMPUTE WS-POSTING-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    PERFORM 1500-LOAD-ACCOUNT-MAP.

1500-LOAD-ACCOUNT-MAP.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-MAP-COUNT
    OPEN INPUT ACCOUNT-MAP-FILE
    IF WS-COAMAP-STATUS = "35"
        MOVE "CHART-OF-ACCOUNTS MAPPING TABLE COAMAP NOT FOUND"
            TO WS-PROBLEM-TEXT
        PERFORM 4900-NOTE-PROBLEM
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ ACCOUNT-MAP-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF WS-MAP-COUNT < 200
                    ADD 1 TO WS-MAP-COUNT
                    MOVE ACCOUNT-MAP-RECORD
                        TO WS-MAP-ENTRY(WS-MAP-COUNT)
                ELSE
                    DISPLAY "Account map table full - record skipped"
                END-IF
        END-READ
    END-PERFORM
    IF WS-COAMAP-STATUS NOT = "35"
        CLOSE ACCOUNT-MAP-FILE
    END-IF.

2000-READ-PAY-CONTROL.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT PAY-CONTROL-FILE
    IF WS-PAYCTL-STATUS = "35"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ PAY-CONTROL-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF PC-DATE NUMERIC AND PC-DATE = WS-POSTING-DATE
                    SET PAYROLL-FOUND TO TRUE
                    MOVE PC-GRAND-GROSS TO WS-CONTROL-GROSS
                    MOVE PC-EMP-COUNT TO WS-CONTROL-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF WS-PAYCTL-STATUS NOT = "35"
        CLOSE PAY-CONTROL-FILE
    END-IF.

2100-POST-PAY-DETAIL.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT PAY-DETAIL-FILE
    IF WS-PAYDTL-STATUS = "35"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ PAY-DETAIL-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF PD-GROSS NUMERIC
                    ADD 1 TO WS-DETAIL-COUNT
                    ADD PD-GROSS TO WS-DETAIL-GROSS
                    MOVE "PAYROLL" TO WS-NEW-SOURCE
                    MOVE "D" TO WS-NEW-TYPE
                    MOVE PD-DEPT TO WS-NEW-KEY
                    MOVE "D" TO WS-NEW-DR-CR
                    MOVE PD-GROSS TO WS-NEW-AMOUNT
                    PERFORM 4000-ADD-JOURNAL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF WS-PAYDTL-STATUS NOT = "35"
        CLOSE PAY-DETAIL-FILE
    END-IF.

2150-POST-RETRO-PAY.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT RETRO-ADJUSTMENT-FILE
    IF WS-RETROADJ-STATUS = "35"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ RETRO-ADJUSTMENT-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF RA-PAY-DATE NUMERIC
                        AND RA-PAY-DATE = WS-POSTING-DATE
                        AND RA-STATUS = "P"
                        AND RA-OLD-GROSS NUMERIC
                        AND RA-NEW-GROSS NUMERIC
                    COMPUTE WS-NEW-AMOUNT =
                        RA-NEW-GROSS - RA-OLD-GROSS
                    ADD WS-NEW-AMOUNT TO WS-RETRO-TOTAL
                    MOVE "RETRO" TO WS-NEW-SOURCE
                    MOVE "D" TO WS-NEW-TYPE
                    MOVE RA-DEPT TO WS-NEW-KEY
                    MOVE "D" TO WS-NEW-DR-CR
                    PERFORM 4000-ADD-JOURNAL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF WS-RETROADJ-STATUS NOT = "35"
        CLOSE RETRO-ADJUSTMENT-FILE
    END-IF.

2200-READ-NET-CONTROL.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT NET-CONTROL-FILE
    IF WS-NETCTL-STATUS = "35"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ NET-CONTROL-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF NC-DATE NUMERIC AND NC-DATE = WS-POSTING-DATE
                    SET NET-FOUND TO TRUE
                    MOVE NC-GRAND-NET TO WS-NET-TOTAL
                END-IF
        END-READ
    END-PERFORM
    IF WS-NETCTL-STATUS NOT = "35"
        CLOSE NET-CONTROL-FILE
    END-IF
    IF NET-FOUND
        MOVE "PAYROLL" TO WS-NEW-SOURCE
        MOVE "N" TO WS-NEW-TYPE
        MOVE SPACES TO WS-NEW-KEY
        MOVE "C" TO WS-NEW-DR-CR
        MOVE WS-NET-TOTAL TO WS-NEW-AMOUNT
        PERFORM 4000-ADD-JOURNAL-LINE
    END-IF.

2300-POST-DEDUCTIONS.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT DEDUCTION-SUMMARY-FILE
    IF WS-DEDSUM-STATUS = "35"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ DEDUCTION-SUMMARY-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF DS-DATE NUMERIC AND DS-DATE = WS-POSTING-DATE
                        AND DS-AMOUNT NUMERIC AND DS-AMOUNT > 0
                    ADD DS-AMOUNT TO WS-DED-TOTAL
                    MOVE "PAYROLL" TO WS-NEW-SOURCE
                    MOVE "L" TO WS-NEW-TYPE
                    MOVE DS-DESC TO WS-NEW-KEY
                    MOVE "C" TO WS-NEW-DR-CR
                    MOVE DS-AMOUNT TO WS-NEW-AMOUNT
                    PERFORM 4000-ADD-JOURNAL-LINE
                END-IF
        END-READ
    END-PERFORM
    IF WS-DEDSUM-STATUS NOT = "35"
        CLOSE DEDUCTION-SUMMARY-FILE
    END-IF.

2500-READ-SETTLEMENT-CONTROL.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT SETTLEMENT-CONTROL-FILE
    IF WS-SETLCTL-STATUS = "35"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ SETTLEMENT-CONTROL-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF SC-DATE NUMERIC AND SC-DATE = WS-POSTING-DATE
                    SET KIOSK-FOUND TO TRUE
                    MOVE SC-RECEIPT-COUNT TO WS-RECEIPT-COUNT
                    MOVE SC-DRAWER-TOTAL TO WS-DRAWER-TOTAL
                    MOVE SC-COUNTED TO WS-COUNTED-CASH
                    MOVE SC-OVER TO WS-OVER
                    MOVE SC-SHORT TO WS-SHORT
                END-IF
        END-READ
    END-PERFORM
    IF WS-SETLCTL-STATUS NOT = "35"
        CLOSE SETTLEMENT-CONTROL-FILE
    END-IF.

2600-POST-KIOSK-CASH.
    MOVE "KIOSK" TO WS-NEW-SOURCE
    MOVE SPACES TO WS-NEW-KEY
    IF WS-COUNTED-CASH > 0
        MOVE "C" TO WS-NEW-TYPE
        MOVE "D" TO WS-NEW-DR-CR
        MOVE WS-COUNTED-CASH TO WS-NEW-AMOUNT
        PERFORM 4000-ADD-JOURNAL-LINE
    END-IF
    IF WS-DRAWER-TOTAL > 0
        MOVE "R" TO WS-NEW-TYPE
        MOVE "C" TO WS-NEW-DR-CR
        MOVE WS-DRAWER-TOTAL TO WS-NEW-AMOUNT
        PERFORM 4000-ADD-JOURNAL-LINE
    END-IF
    IF WS-OVER > 0
        MOVE "O" TO WS-NEW-TYPE
        MOVE "C" TO WS-NEW-DR-CR
        MOVE WS-OVER TO WS-NEW-AMOUNT
        PERFORM 4000-ADD-JOURNAL-LINE
    END-IF
    IF WS-SHORT > 0
        MOVE "O" TO WS-NEW-TYPE
        MOVE "D" TO WS-NEW-DR-CR
        MOVE WS-SHORT TO WS-NEW-AMOUNT
        PERFORM 4000-ADD-JOURNAL-LINE
    END-IF.

3000-PROVE-ENTRY.
    IF NOT KIOSK-FOUND
        MOVE "NO KIOSK SETTLEMENT ON SETLCTL - COBTUC HAS NOT CLOSED"
            TO WS-PROBLEM-TEXT
        PERFORM 4900-NOTE-PROBLEM
    END-IF
    IF PAYROLL-FOUND
        IF WS-DETAIL-GROSS NOT = WS-CONTROL-GROSS
                OR WS-DETAIL-COUNT NOT = WS-CONTROL-COUNT
            MOVE "PAYDTL DEPARTMENT GROSS DOES NOT TIE TO PAYCTL"
                TO WS-PROBLEM-TEXT
            PERFORM 4900-NOTE-PROBLEM
        END-IF
        IF NOT NET-FOUND
            MOVE "NO NET PAY ON NETCTL - COBOLTUN HAS NOT RUN"
                TO WS-PROBLEM-TEXT
            PERFORM 4900-NOTE-PROBLEM
        END-IF
        COMPUTE WS-PAYROLL-CREDITS = WS-DED-TOTAL + WS-NET-TOTAL
        IF WS-PAYROLL-CREDITS NOT = WS-DETAIL-GROSS + WS-RETRO-TOTAL
            MOVE "DEDUCTIONS PLUS NET PAY DO NOT EQUAL GROSS PLUS RETRO"
                TO WS-PROBLEM-TEXT
            PERFORM 4900-NOTE-PROBLEM
        END-IF
    END-IF
    MOVE 0 TO WS-TOTAL-DEBITS
    MOVE 0 TO WS-TOTAL-CREDITS
    MOVE 0 TO WS-LINE-IX
    PERFORM UNTIL WS-LINE-IX >= WS-LINE-COUNT
        ADD 1 TO WS-LINE-IX
        IF JL-DR-CR(WS-LINE-IX) = "D"
            ADD JL-AMOUNT(WS-LINE-IX) TO WS-TOTAL-DEBITS
        ELSE
            ADD JL-AMOUNT(WS-LINE-IX) TO WS-TOTAL-CREDITS
        END-IF
        IF NOT JL-MAPPED(WS-LINE-IX)
            ADD 1 TO WS-UNMAPPED-COUNT
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING "NO ACCOUNT MAPPED FOR TYPE " DELIMITED BY SIZE
                JL-TYPE(WS-LINE-IX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                JL-KEY(WS-LINE-IX) DELIMITED BY SIZE
                INTO WS-PROBLEM-TEXT
            END-STRING
            PERFORM 4900-NOTE-PROBLEM
        END-IF
    END-PERFORM
    IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
        MOVE "JOURNAL ENTRY DOES NOT BALANCE - DEBITS NOT = CREDITS"
            TO WS-PROBLEM-TEXT
        PERFORM 4900-NOTE-PROBLEM
    END-IF
    IF WS-LINE-COUNT = 0
        MOVE "NOTHING TO POST FOR THIS DATE" TO WS-PROBLEM-TEXT
        PERFORM 4900-NOTE-PROBLEM
    END-IF.

4000-ADD-JOURNAL-LINE.
    SET LINE-NOT-FOUND TO TRUE
    MOVE 0 TO WS-LINE-IX
    PERFORM UNTIL LINE-FOUND OR WS-LINE-IX >= WS-LINE-COUNT
        ADD 1 TO WS-LINE-IX
        IF JL-SOURCE(WS-LINE-IX) = WS-NEW-SOURCE
                AND JL-TYPE(WS-LINE-IX) = WS-NEW-TYPE
                AND JL-KEY(WS-LINE-IX) = WS-NEW-KEY
                AND JL-DR-CR(WS-LINE-IX) = WS-NEW-DR-CR
            SET LINE-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF LINE-NOT-FOUND
        IF WS-LINE-COUNT < 200
            ADD 1 TO WS-LINE-COUNT
            MOVE WS-LINE-COUNT TO WS-LINE-IX
            MOVE WS-NEW-SOURCE TO JL-SOURCE(WS-LINE-IX)
            MOVE WS-NEW-TYPE TO JL-TYPE(WS-LINE-IX)
            MOVE WS-NEW-KEY TO JL-KEY(WS-LINE-IX)
            MOVE WS-NEW-DR-CR TO JL-DR-CR(WS-LINE-IX)
            MOVE 0 TO JL-AMOUNT(WS-LINE-IX)
            PERFORM 4100-FIND-ACCOUNT
            SET LINE-FOUND TO TRUE
        ELSE
            MOVE "JOURNAL LINE TABLE FULL - ENTRY INCOMPLETE"
                TO WS-PROBLEM-TEXT
            PERFORM 4900-NOTE-PROBLEM
        END-IF
    END-IF
    IF LINE-FOUND
        ADD WS-NEW-AMOUNT TO JL-AMOUNT(WS-LINE-IX)
    END-IF.

4100-FIND-ACCOUNT.
    SET MAP-NOT-FOUND TO TRUE
    MOVE 0 TO WS-MAP-IX
    PERFORM UNTIL MAP-FOUND OR WS-MAP-IX >= WS-MAP-COUNT
        ADD 1 TO WS-MAP-IX
        IF MT-TYPE(WS-MAP-IX) = WS-NEW-TYPE
                AND MT-KEY(WS-MAP-IX) = WS-NEW-KEY
                AND MT-ACCOUNT(WS-MAP-IX) NOT = SPACES
            SET MAP-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF MAP-FOUND
        MOVE "Y" TO JL-MAPPED-SW(WS-LINE-IX)
        MOVE MT-ACCOUNT(WS-MAP-IX) TO JL-ACCOUNT(WS-LINE-IX)
        MOVE MT-TITLE(WS-MAP-IX) TO JL-TITLE(WS-LINE-IX)
    ELSE
        MOVE "N" TO JL-MAPPED-SW(WS-LINE-IX)
        MOVE "**NONE**" TO JL-ACCOUNT(WS-LINE-IX)
        MOVE WS-NEW-KEY TO JL-TITLE(WS-LINE-IX)
        EVALUATE WS-NEW-TYPE
            WHEN "N"
                MOVE "NET PAY PAYABLE" TO JL-TITLE(WS-LINE-IX)
            WHEN "C"
                MOVE "KIOSK CASH" TO JL-TITLE(WS-LINE-IX)
            WHEN "R"
                MOVE "KIOSK RECEIPTS" TO JL-TITLE(WS-LINE-IX)
            WHEN "O"
                MOVE "CASH OVER/SHORT" TO JL-TITLE(WS-LINE-IX)
        END-EVALUATE
    END-IF.

4900-NOTE-PROBLEM.
    SET NOT-TO-POST TO TRUE
    IF WS-PROBLEM-COUNT < 30
        ADD 1 TO WS-PROBLEM-COUNT
        MOVE WS-PROBLEM-TEXT TO WS-PROBLEM-ENTRY(WS-PROBLEM-COUNT)
    END-IF.

5000-WRITE-EXTRACT.
    MOVE 0 TO WS-LINE-IX
    PERFORM UNTIL WS-LINE-IX >= WS-LINE-COUNT
        ADD 1 TO WS-LINE-IX
        MOVE WS-POSTING-DATE TO GE-DATE
        MOVE JL-SOURCE(WS-LINE-IX) TO GE-SOURCE
        MOVE WS-LINE-IX TO GE-LINE-NO
        MOVE JL-ACCOUNT(WS-LINE-IX) TO GE-ACCOUNT
        MOVE JL-DR-CR(WS-LINE-IX) TO GE-DR-CR
        MOVE JL-AMOUNT(WS-LINE-IX) TO GE-AMOUNT
        MOVE JL-TITLE(WS-LINE-IX) TO GE-DESC
        WRITE GL-EXTRACT-RECORD
        IF WS-GLEXTR-STATUS = "00"
            ADD 1 TO WS-EXTRACT-COUNT
        ELSE
            ADD 1 TO WS-WRITE-FAIL-COUNT
            DISPLAY "GL extract write failed - file status "
                WS-GLEXTR-STATUS
        END-IF
    END-PERFORM
    IF WS-WRITE-FAIL-COUNT > 0
        CLOSE GL-EXTRACT-FILE
        OPEN OUTPUT GL-EXTRACT-FILE
        MOVE 0 TO WS-EXTRACT-COUNT
        MOVE "GL EXTRACT WRITE FAILED - EXTRACT EMPTIED"
            TO WS-PROBLEM-TEXT
        PERFORM 4900-NOTE-PROBLEM
    END-IF.

6000-WRITE-PROOF-REPORT.
    OPEN OUTPUT PROOF-REPORT
    WRITE PROOF-REPORT-LINE FROM WS-HEADING-LINE-1
    WRITE PROOF-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE WS-POSTING-DATE TO HD-DATE
    WRITE PROOF-REPORT-LINE FROM WS-DATE-LINE
    WRITE PROOF-REPORT-LINE FROM WS-COLUMN-LINE
    MOVE 0 TO WS-LINE-IX
    PERFORM UNTIL WS-LINE-IX >= WS-LINE-COUNT
        ADD 1 TO WS-LINE-IX
        MOVE JL-ACCOUNT(WS-LINE-IX) TO EL-ACCOUNT
        MOVE JL-TITLE(WS-LINE-IX) TO EL-TITLE
        MOVE JL-SOURCE(WS-LINE-IX) TO EL-SOURCE
        MOVE 0 TO EL-DEBIT
        MOVE 0 TO EL-CREDIT
        IF JL-DR-CR(WS-LINE-IX) = "D"
            MOVE JL-AMOUNT(WS-LINE-IX) TO EL-DEBIT
        ELSE
            MOVE JL-AMOUNT(WS-LINE-IX) TO EL-CREDIT
        END-IF
        WRITE PROOF-REPORT-LINE FROM WS-ENTRY-LINE
    END-PERFORM
    WRITE PROOF-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE WS-TOTAL-DEBITS TO TL-DEBIT
    MOVE WS-TOTAL-CREDITS TO TL-CREDIT
    WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
    WRITE PROOF-REPORT-LINE FROM WS-HEADING-LINE-2
    IF PAYROLL-FOUND
        MOVE "PAYROLL GROSS (PAYDTL):" TO AL-LABEL
        MOVE WS-DETAIL-GROSS TO AL-AMOUNT
        WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
        MOVE "PAYROLL GROSS (PAYCTL):" TO AL-LABEL
        MOVE WS-CONTROL-GROSS TO AL-AMOUNT
        WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
        MOVE "RETRO PAY (RETROADJ):" TO AL-LABEL
        MOVE WS-RETRO-TOTAL TO AL-AMOUNT
        WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
        MOVE "DEDUCTION LIABILITIES (DEDSUM):" TO AL-LABEL
        MOVE WS-DED-TOTAL TO AL-AMOUNT
        WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
        MOVE "NET PAY (NETCTL):" TO AL-LABEL
        MOVE WS-NET-TOTAL TO AL-AMOUNT
        WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
    ELSE
        MOVE "NO PAYROLL RUN RECORDED FOR THIS DATE" TO VL-TEXT
        WRITE PROOF-REPORT-LINE FROM WS-VERDICT-LINE
    END-IF
    IF KIOSK-FOUND
        MOVE "KIOSK RECEIPTS SETTLED:" TO CL-LABEL
        MOVE WS-RECEIPT-COUNT TO CL-COUNT
        WRITE PROOF-REPORT-LINE FROM WS-COUNT-LINE
        MOVE "KIOSK DRAWER TOTAL (SETLCTL):" TO AL-LABEL
        MOVE WS-DRAWER-TOTAL TO AL-AMOUNT
        WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
        MOVE "CASH COUNTED:" TO AL-LABEL
        MOVE WS-COUNTED-CASH TO AL-AMOUNT
        WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
        MOVE "CASH OVER:" TO AL-LABEL
        MOVE WS-OVER TO AL-AMOUNT
        WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
        MOVE "CASH SHORT:" TO AL-LABEL
        MOVE WS-SHORT TO AL-AMOUNT
        WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
    END-IF
    MOVE "UNMAPPED ACCOUNTS:" TO CL-LABEL
    MOVE WS-UNMAPPED-COUNT TO CL-COUNT
    WRITE PROOF-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "JOURNAL LINES WRITTEN TO GLEXTR:" TO CL-LABEL
    MOVE WS-EXTRACT-COUNT TO CL-COUNT
    WRITE PROOF-REPORT-LINE FROM WS-COUNT-LINE
    WRITE PROOF-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE 0 TO WS-PROBLEM-IX
    PERFORM UNTIL WS-PROBLEM-IX >= WS-PROBLEM-COUNT
        ADD 1 TO WS-PROBLEM-IX
        MOVE WS-PROBLEM-ENTRY(WS-PROBLEM-IX) TO VL-TEXT
        WRITE PROOF-REPORT-LINE FROM WS-VERDICT-LINE
    END-PERFORM
    IF OK-TO-POST
        MOVE "ENTRY BALANCED AND FULLY MAPPED - EXTRACT RELEASED"
            TO VL-TEXT
    ELSE
        MOVE "*** NOT POSTED - NOTHING SENT TO THE LEDGER ***"
            TO VL-TEXT
    END-IF
    WRITE PROOF-REPORT-LINE FROM WS-VERDICT-LINE
    CLOSE PROOF-REPORT.

8900-WRITE-OPS-LOG.
    OPEN INPUT OPS-LOG-FILE
    IF WS-OPSLOG-STATUS = "35"
        OPEN OUTPUT OPS-LOG-FILE
        CLOSE OPS-LOG-FILE
    ELSE
        CLOSE OPS-LOG-FILE
    END-IF
    OPEN EXTEND OPS-LOG-FILE
    IF WS-OPSLOG-STATUS NOT = "00"
        DISPLAY "Ops log open failed - file status "
            WS-OPSLOG-STATUS " - this run is missing from OPSLOG"
    ELSE
        MOVE "COBOLTUJ" TO OL-PROGRAM
        MOVE WS-POSTING-DATE TO OL-DATE
        MOVE WS-START-TIME TO OL-START-TIME
        ACCEPT WS-OPS-TIME-RAW FROM TIME
        MOVE WS-OPS-TIME-HHMMSS TO OL-END-TIME
        MOVE WS-LINE-COUNT TO OL-RECORDS-IN
        MOVE WS-EXTRACT-COUNT TO OL-RECORDS-OUT
        MOVE WS-PROBLEM-COUNT TO OL-REJECTS
        MOVE RETURN-CODE TO OL-RETURN-CODE
        WRITE OPS-LOG-RECORD
        IF WS-OPSLOG-STATUS NOT = "00"
            DISPLAY "Ops log write failed - file status "
                WS-OPSLOG-STATUS " - this run is missing from OPSLOG"
        END-IF
        CLOSE OPS-LOG-FILE
    END-IF.

8950-UPDATE-STEP-CONTROL.
    OPEN I-O STEP-CONTROL-FILE
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "STEPCTL open failed - file status " WS-STEPCTL-STATUS
            " - " WS-STEP-PROGRAM " not recorded as finished for "
            WS-STEP-DATE
    ELSE
        MOVE WS-STEP-DATE TO SK-DATE
        MOVE WS-STEP-PROGRAM TO SK-PROGRAM
        READ STEP-CONTROL-FILE
            INVALID KEY
                DISPLAY "STEPCTL entry missing - " WS-STEP-PROGRAM
                    " not recorded as finished for " WS-STEP-DATE
            NOT INVALID KEY
                IF RETURN-CODE < 8
                    MOVE "C" TO SK-STATUS
                ELSE
                    MOVE "F" TO SK-STATUS
                END-IF
                MOVE RETURN-CODE TO SK-RETURN-CODE
                ACCEPT WS-OPS-TIME-RAW FROM TIME
                MOVE WS-OPS-TIME-HHMMSS TO SK-END-TIME
                REWRITE STEP-CONTROL-RECORD
                    INVALID KEY
                        DISPLAY "STEPCTL rewrite failed - file status "
                            WS-STEPCTL-STATUS " - " WS-STEP-PROGRAM
                            " not recorded as finished for "
                            WS-STEP-DATE
                END-REWRITE
        END-READ
        CLOSE STEP-CONTROL-FILE
    END-IF.
