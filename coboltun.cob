*> September 2nd 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 14th 2026 - year-to-date earnings: each employee's gross,
*> tax (T), fixed (F) and garnishment (G) deductions and net are
*> posted to the YTDMAST master keyed on the employee id, by tax year
*> and quarter of the business date, and the stub now carries the YTD
*> figures.  YTDMAST is only posted when the run is in balance, and an
*> employee already posted for this business date (a COBTUP rerun) is
*> not posted twice.  The first posting in a new tax year copies the
*> closed year's record to the YTDHIST dataset and starts from zero;
*> coboltuy prints the quarter-end and year-end wage summaries.
*> October 14th 2026 - each employee's net pay is written to the NETDTL
*> extract and the run's count and grand net are appended to NETCTL,
*> so the coboltuv direct deposit step can build the bank file and
*> tie its dollar total back to the NETREG grand net.
*> October 14th 2026 - the run's total for each DEDMAST deduction is
*> written to the DEDSUM extract for the business date, so the
*> coboltuj general ledger step can post the deduction liabilities by
*> description.
*> October 14th 2026 - retro pay: differences the coboltui retro run
*> wrote to RETROADJ for the business date are paid as a separate
*> RETRO PAY earnings line per employee, after the PAYDTL employees.
*> Percentage (T) deductions are taken from the retro line; fixed and
*> garnishment deductions were already taken with the regular pay.
*> The retro line is carried into the stub, the register and
*> department totals, NETDTL, DEDSUM and YTDMAST; the regular gross
*> still balances to PAYCTL and gross plus retro to deducted plus net.
*> October 14th 2026 - step control: the run first checks the STEPCTL
*> step-control dataset and refuses (return code 8, nothing touched)
*> when its scheduled predecessors have not completed for the CYCLEDT
*> business date or it has already completed for that date, unless an
*> operator has recorded an authorised rerun with coboltvc.  The end
*> of the run is recorded on STEPCTL (complete below return code 8,
*> failed otherwise) for the programs that follow it.
*> October 15th 2026 - YTDMAST is posted only for a business date
*> later than the one it was last posted for; the same date is a
*> rerun and is skipped, and an earlier date (a missed date run late)
*> is not posted but listed by employee with both dates and the run
*> ends with return code 8 so the YTD can be corrected by hand.  The
*> PAYCTL balance is now checked before the stubs are printed, and a
*> stub whose YTD is not being posted says so instead of showing YTD
*> figures that were never recorded.
*> October 15th 2026 - a closed tax year is never overwritten unless
*> it has been written to YTDHIST: when YTDHIST cannot be opened no
*> employee is rolled, and when the archive write fails that employee
*> is left untouched on YTDMAST.  When YTDMAST cannot be opened no YTD
*> is posted and the stubs say so.  Any YTDMAST or YTDHIST failure now
*> ends the run with return code 8 so the step is recorded as failed.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUB-FILE ASSIGN TO "PAYSTUB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYSTUB-STATUS.
    SELECT YTD-MASTER-FILE ASSIGN TO "YTDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS YM-EMP-ID
        FILE STATUS IS WS-YTDMAST-STATUS.
    SELECT YTD-HISTORY-FILE ASSIGN TO "YTDHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-YTDHIST-STATUS.
    SELECT NET-DETAIL-FILE ASSIGN TO "NETDTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NETDTL-STATUS.
    SELECT NET-CONTROL-FILE ASSIGN TO "NETCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NETCTL-STATUS.
    SELECT DEDUCTION-SUMMARY-FILE ASSIGN TO "DEDSUM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEDSUM-STATUS.
    SELECT RETRO-ADJUSTMENT-FILE ASSIGN TO "RETROADJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETROADJ-STATUS.
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
FD STUB-FILE.
01 STUB-LINE PIC X(80).

FD YTD-MASTER-FILE.
01 YTD-MASTER-RECORD.
    05 YM-EMP-ID PIC 9(5).
    05 YM-EMP-NAME PIC X(30).
    05 YM-DEPT PIC X(8).
    05 YM-TAX-YEAR PIC 9(4).
    05 YM-LAST-POSTED PIC 9(8).
    05 YM-AMOUNTS.
        10 YM-YTD-GROSS PIC 9(7)V99.
        10 YM-YTD-TAX PIC 9(7)V99.
        10 YM-YTD-FIXED PIC 9(7)V99.
        10 YM-YTD-GARNISH PIC 9(7)V99.
        10 YM-YTD-NET PIC 9(7)V99.
        10 YM-QUARTER OCCURS 4 TIMES.
            15 YM-QTD-GROSS PIC 9(7)V99.
            15 YM-QTD-TAX PIC 9(7)V99.
            15 YM-QTD-FIXED PIC 9(7)V99.
            15 YM-QTD-GARNISH PIC 9(7)V99.
            15 YM-QTD-NET PIC 9(7)V99.

FD YTD-HISTORY-FILE.
01 YTD-HISTORY-RECORD PIC X(280).

FD NET-DETAIL-FILE.
01 NET-DETAIL-RECORD.
    05 ND-EMP-ID PIC 9(5).
    05 ND-EMP-NAME PIC X(30).
    05 ND-DEPT PIC X(8).
    05 ND-DATE PIC 9(8).
    05 ND-NET PIC 9(5)V99.

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

FD OPS-LOG-FILE.
01 OPS-LOG-RECORD.
    05 OL-PROGRAM PIC X(8).
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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTUN".
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
01 WS-PAYCTL-STATUS PIC XX VALUE "00".
01 WS-NETREG-STATUS PIC XX VALUE "00".
01 WS-PAYSTUB-STATUS PIC XX VALUE "00".
01 WS-YTDMAST-STATUS PIC XX VALUE "00".
01 WS-YTDHIST-STATUS PIC XX VALUE "00".
01 WS-NETDTL-STATUS PIC XX VALUE "00".
01 WS-NETCTL-STATUS PIC XX VALUE "00".
01 WS-NET-FAIL-COUNT PIC 9(5) VALUE 0.
01 WS-DEDSUM-STATUS PIC XX VALUE "00".
01 WS-DEDSUM-FAIL-COUNT PIC 9(5) VALUE 0.
01 WS-RETROADJ-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-BALANCE-SW PIC X VALUE "Y".
        10 DT-DESC PIC X(20).
        10 DT-PCT PIC 99V99.
        10 DT-AMOUNT PIC 9(5)V99.
        10 DT-RUN-TOTAL PIC 9(7)V99.
01 WS-SWAP-ENTRY PIC X(49).
01 WS-DEPT-COUNT PIC 99 VALUE 0.
01 WS-DEPT-IX PIC 99 VALUE 0.
01 WS-DEPT-TABLE.
        10 NT-DEDUCTED PIC 9(7)V99.
        10 NT-NET PIC 9(7)V99.
01 WS-EMP-COUNT PIC 9(5) VALUE 0.
01 WS-PAY-SW PIC X VALUE "P".
    88 PAYING-REGULAR VALUE "P".
    88 PAYING-RETRO VALUE "R".
01 WS-PAY-EMP-ID PIC 9(5) VALUE 0.
01 WS-PAY-EMP-NAME PIC X(30) VALUE SPACES.
01 WS-PAY-DEPT PIC X(8) VALUE SPACES.
01 WS-PAY-DATE PIC 9(8) VALUE 0.
01 WS-PAY-GROSS PIC 9(5)V99 VALUE 0.
01 WS-RETRO-SW PIC X VALUE "N".
    88 RETRO-FOUND VALUE "Y".
    88 RETRO-NOT-FOUND VALUE "N".
01 WS-RETRO-COUNT PIC 999 VALUE 0.
01 WS-RETRO-IX PIC 999 VALUE 0.
01 WS-RETRO-TABLE.
    05 WS-RETRO-ENTRY OCCURS 200 TIMES.
        10 RR-EMP-ID PIC 9(5).
        10 RR-EMP-NAME PIC X(30).
        10 RR-DEPT PIC X(8).
        10 RR-AMOUNT PIC 9(5)V99.
01 WS-RETRO-PAID-COUNT PIC 9(5) VALUE 0.
01 WS-GRAND-RETRO PIC 9(7)V99 VALUE 0.
01 WS-DED-THIS PIC 9(5)V99 VALUE 0.
01 WS-EMP-DEDUCTED PIC 9(5)V99 VALUE 0.
01 WS-EMP-NET PIC S9(5)V99 VALUE 0.
01 WS-GRAND-GROSS PIC 9(7)V99 VALUE 0.
01 WS-GRAND-DEDUCTED PIC 9(7)V99 VALUE 0.
01 WS-GRAND-NET PIC 9(7)V99 VALUE 0.
01 WS-EMP-TAX PIC 9(5)V99 VALUE 0.
01 WS-EMP-FIXED PIC 9(5)V99 VALUE 0.
01 WS-EMP-GARNISH PIC 9(5)V99 VALUE 0.
01 WS-TAX-YEAR PIC 9(4) VALUE 0.
01 WS-BUSINESS-MONTH PIC 99 VALUE 0.
01 WS-QUARTER PIC 9 VALUE 0.
01 WS-YTD-SW PIC X VALUE "N".
    88 YTD-FOUND VALUE "Y".
    88 YTD-NOT-FOUND VALUE "N".
01 WS-YTDMAST-SW PIC X VALUE "N".
    88 YTD-ON-MASTER VALUE "Y".
    88 YTD-NOT-ON-MASTER VALUE "N".
01 WS-YTD-AVAIL-SW PIC X VALUE "Y".
    88 YTD-AVAILABLE VALUE "Y".
    88 YTD-UNAVAILABLE VALUE "N".
01 WS-YTDHIST-SW PIC X VALUE "N".
    88 YTDHIST-OPEN VALUE "Y".
    88 YTDHIST-UNAVAILABLE VALUE "N".
01 WS-ROLL-SW PIC X VALUE "N".
    88 ROLL-FAILED VALUE "Y".
    88 ROLL-OK VALUE "N".
01 WS-YTD-COUNT PIC 999 VALUE 0.
01 WS-YTD-IX PIC 999 VALUE 0.
01 WS-YTD-TABLE.
    05 WS-YTD-ENTRY OCCURS 500 TIMES.
        10 YP-EMP-ID PIC 9(5).
        10 YP-EMP-NAME PIC X(30).
        10 YP-DEPT PIC X(8).
        10 YP-POST-SW PIC X.
            88 YP-TO-POST VALUE "P".
            88 YP-ALREADY-POSTED VALUE "S".
            88 YP-CLOSED-YEAR VALUE "C".
            88 YP-OUT-OF-SEQUENCE VALUE "O".
            88 YP-ROLL-BLOCKED VALUE "B".
        10 YP-BASE-GROSS PIC 9(7)V99.
        10 YP-BASE-TAX PIC 9(7)V99.
        10 YP-BASE-FIXED PIC 9(7)V99.
        10 YP-BASE-GARNISH PIC 9(7)V99.
        10 YP-BASE-NET PIC 9(7)V99.
        10 YP-RUN-GROSS PIC 9(7)V99.
        10 YP-RUN-TAX PIC 9(7)V99.
        10 YP-RUN-FIXED PIC 9(7)V99.
        10 YP-RUN-GARNISH PIC 9(7)V99.
        10 YP-RUN-NET PIC 9(7)V99.
01 WS-YTD-POSTED-COUNT PIC 9(5) VALUE 0.
01 WS-YTD-SKIPPED-COUNT PIC 9(5) VALUE 0.
01 WS-YTD-ROLLED-COUNT PIC 9(5) VALUE 0.
01 WS-YTD-MISSED-COUNT PIC 9(5) VALUE 0.
01 WS-YTD-FAIL-COUNT PIC 9(5) VALUE 0.
01 WS-YTD-SEQUENCE-COUNT PIC 9(5) VALUE 0.
01 WS-YTD-BLOCKED-COUNT PIC 9(5) VALUE 0.
01 WS-PRECHECK-GROSS PIC 9(7)V99 VALUE 0.
01 WS-PRECHECK-COUNT PIC 9(5) VALUE 0.
01 WS-CONTROL-GROSS PIC 9(7)V99 VALUE 0.
01 WS-CONTROL-COUNT PIC 9(5) VALUE 0.
01 WS-CONTROL-SW PIC X VALUE "N".
01 WS-HEADING-LINE-1 PIC X(80) VALUE
    "NET PAY REGISTER".
01 WS-HEADING-LINE-2 PIC X(80) VALUE ALL "-".
01 WS-RETRO-HEADING PIC X(80) VALUE
    "     RETRO PAY - BACK-DATED RATE CHANGES (SEE RETRORPT)".
01 WS-DATE-LINE.
    05 FILLER PIC X(25) VALUE "BUSINESS DATE:".
    05 HD-DATE PIC 9(8).
    05 SD-DESC PIC X(20).
    05 FILLER PIC X(2) VALUE SPACES.
    05 SD-AMOUNT PIC Z(4)9.99.
01 WS-STUB-YTD-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 SY-LABEL PIC X(22).
    05 SY-AMOUNT PIC Z(6)9.99.
01 WS-STUB-YTD-NOTE-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 SN-TEXT PIC X(40).
01 WS-YTD-COUNT-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 YL-LABEL PIC X(36).
    05 YL-COUNT PIC ZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-CHECK-STEP-CONTROL
    IF STEP-REFUSED
        MOVE 8 TO RETURN-CODE
        MOVE WS-STEP-DATE TO WS-BUSINESS-DATE
        PERFORM 8900-WRITE-OPS-LOG
        STOP RUN
    END-IF
    PERFORM 1000-INITIALIZE
    PERFORM UNTIL END-OF-INPUT
        PERFORM 2000-READ-PAY-DETAIL
            PERFORM 3000-PAY-EMPLOYEE
        END-IF
    END-PERFORM
    PERFORM 3900-PAY-RETRO-EARNINGS
    PERFORM 6000-COMPARE-TOTALS
    IF IN-BALANCE AND YTD-AVAILABLE
        PERFORM 4000-POST-YTD-MASTER
    END-IF
    PERFORM 8000-WRITE-TOTALS
    PERFORM 8500-WRITE-NET-CONTROL
    PERFORM 8600-WRITE-DEDUCTION-SUMMARY
    PERFORM 9000-TERMINATE
    IF OUT-OF-BALANCE
        DISPLAY "Net pay out of balance with PAYREG gross for "
            WS-BUSINESS-DATE " - see NETREG"
        DISPLAY "YTDMAST not posted for " WS-BUSINESS-DATE
            " - rerun COBTUP once the registers reconcile"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Net pay complete - " WS-EMP-COUNT
            " employees paid - in balance with the gross register"
        IF WS-RETRO-PAID-COUNT > 0
            DISPLAY "Retro pay - " WS-RETRO-PAID-COUNT
                " employees paid retro of " WS-GRAND-RETRO
        END-IF
        IF YTD-UNAVAILABLE
            DISPLAY "YTDMAST not posted for " WS-BUSINESS-DATE
                " - YTD master could not be opened"
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "YTDMAST - " WS-YTD-POSTED-COUNT " posted, "
                WS-YTD-SKIPPED-COUNT " already posted for this date"
        END-IF
        IF WS-YTD-MISSED-COUNT > 0
            DISPLAY "YTDMAST incomplete - " WS-YTD-MISSED-COUNT
                " not staged"
            MOVE 4 TO RETURN-CODE
        END-IF
        IF WS-YTD-FAIL-COUNT > 0
            DISPLAY "YTDMAST/YTDHIST write failures: "
                WS-YTD-FAIL-COUNT " - those employees not posted"
            MOVE 8 TO RETURN-CODE
        END-IF
        IF WS-YTD-BLOCKED-COUNT > 0
            DISPLAY "YTDMAST not posted for " WS-YTD-BLOCKED-COUNT
                " employees - closed tax year could not be archived"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    IF WS-YTD-SEQUENCE-COUNT > 0
        DISPLAY "YTDMAST not posted for " WS-YTD-SEQUENCE-COUNT
            " employees already posted for a later date - see above"
        MOVE 8 TO RETURN-CODE
    END-IF
    IF WS-NET-FAIL-COUNT > 0
        DISPLAY "Net detail/control write failures: "
            WS-NET-FAIL-COUNT " - direct deposit cannot balance"
        MOVE 8 TO RETURN-CODE
    END-IF
    IF WS-DEDSUM-FAIL-COUNT > 0
        DISPLAY "Deduction summary write failures: "
            WS-DEDSUM-FAIL-COUNT " - general ledger cannot post"
        MOVE 8 TO RETURN-CODE
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
    PERFORM 1500-READ-CYCLE-DATE
    MOVE WS-BUSINESS-DATE(1:4) TO WS-TAX-YEAR
    MOVE WS-BUSINESS-DATE(5:2) TO WS-BUSINESS-MONTH
    COMPUTE WS-QUARTER = (WS-BUSINESS-MONTH + 2) / 3
    PERFORM 7800-OPEN-YTD-MASTER
    PERFORM 7850-OPEN-YTD-HISTORY
    PERFORM 7000-LOAD-DEDUCTION-MASTER
    PERFORM 7500-SORT-DEDUCTIONS
    PERFORM 7600-LOAD-RETRO-ADJUSTMENTS
    PERFORM 5000-TALLY-PAY-CONTROL
    PERFORM 1700-PRECHECK-BALANCE
    OPEN INPUT PAY-DETAIL-FILE
    IF WS-PAYDTL-STATUS = "35"
        DISPLAY "No pay detail extract - nothing to pay"
    END-IF
    OPEN OUTPUT NET-REGISTER
    OPEN OUTPUT STUB-FILE
    OPEN OUTPUT NET-DETAIL-FILE
    IF WS-NETDTL-STATUS NOT = "00"
        ADD 1 TO WS-NET-FAIL-COUNT
        DISPLAY "Net detail open failed - file status "
            WS-NETDTL-STATUS
    END-IF
    WRITE NET-REGISTER-LINE FROM WS-HEADING-LINE-1
    WRITE NET-REGISTER-LINE FROM WS-HEADING-LINE-2
    MOVE WS-BUSINESS-DATE TO HD-DATE
        CLOSE CYCLE-FILE
    END-IF.

1700-PRECHECK-BALANCE.
*> the stubs are printed before the final balance, so PAYDTL is
*> totalled against PAYCTL first to know whether YTD will be posted
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
                    ADD PD-GROSS TO WS-PRECHECK-GROSS
                    ADD 1 TO WS-PRECHECK-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF WS-PAYDTL-STATUS NOT = "35"
        CLOSE PAY-DETAIL-FILE
    END-IF
    MOVE "N" TO WS-EOF-SW
    SET IN-BALANCE TO TRUE
    IF NOT CONTROL-FOUND
            OR WS-PRECHECK-GROSS NOT = WS-CONTROL-GROSS
            OR WS-PRECHECK-COUNT NOT = WS-CONTROL-COUNT
        SET OUT-OF-BALANCE TO TRUE
        DISPLAY "PAYDTL does not agree with PAYCTL for "
            WS-BUSINESS-DATE " - stubs will show YTD not posted"
    END-IF.

2000-READ-PAY-DETAIL.
    READ PAY-DETAIL-FILE
        AT END SET END-OF-INPUT TO TRUE
        DISPLAY "Unreadable pay detail record skipped for "
            PD-EMP-NAME
    ELSE
        SET PAYING-REGULAR TO TRUE
        MOVE PD-EMP-ID TO WS-PAY-EMP-ID
        MOVE PD-EMP-NAME TO WS-PAY-EMP-NAME
        MOVE PD-DEPT TO WS-PAY-DEPT
        MOVE PD-WORK-DATE TO WS-PAY-DATE
        MOVE PD-GROSS TO WS-PAY-GROSS
        PERFORM 3050-PAY-EARNINGS
        ADD 1 TO WS-EMP-COUNT
        ADD PD-GROSS TO WS-GRAND-GROSS
    END-IF.

3050-PAY-EARNINGS.
    MOVE 0 TO WS-EMP-DEDUCTED
    MOVE 0 TO WS-EMP-TAX
    MOVE 0 TO WS-EMP-FIXED
    MOVE 0 TO WS-EMP-GARNISH
    MOVE WS-PAY-GROSS TO WS-EMP-NET
    PERFORM 3500-START-STUB
    PERFORM 3100-APPLY-DEDUCTIONS
    PERFORM 3700-STAGE-YTD
    PERFORM 3600-FINISH-STUB
    PERFORM 3200-WRITE-REGISTER-DETAIL
    PERFORM 3250-WRITE-NET-DETAIL
    PERFORM 3300-POST-DEPT-TOTAL
    ADD WS-EMP-DEDUCTED TO WS-GRAND-DEDUCTED
    ADD WS-EMP-NET TO WS-GRAND-NET.

3100-APPLY-DEDUCTIONS.
    MOVE 0 TO WS-DED-IX
    PERFORM UNTIL WS-DED-IX >= WS-DED-COUNT
        EVALUATE DT-TYPE(WS-DED-IX)
            WHEN "T"
                COMPUTE WS-DED-THIS ROUNDED =
                    WS-PAY-GROSS * DT-PCT(WS-DED-IX) / 100
            WHEN "F"
                IF PAYING-REGULAR
                    MOVE DT-AMOUNT(WS-DED-IX) TO WS-DED-THIS
                END-IF
            WHEN "G"
                IF DT-EMP-ID(WS-DED-IX) = WS-PAY-EMP-ID
                        AND PAYING-REGULAR
                    MOVE DT-AMOUNT(WS-DED-IX) TO WS-DED-THIS
                END-IF
        END-EVALUATE
        IF WS-DED-THIS > 0
            SUBTRACT WS-DED-THIS FROM WS-EMP-NET
            ADD WS-DED-THIS TO WS-EMP-DEDUCTED
            ADD WS-DED-THIS TO DT-RUN-TOTAL(WS-DED-IX)
            EVALUATE DT-TYPE(WS-DED-IX)
                WHEN "T"
                    ADD WS-DED-THIS TO WS-EMP-TAX
                WHEN "F"
                    ADD WS-DED-THIS TO WS-EMP-FIXED
                WHEN "G"
                    ADD WS-DED-THIS TO WS-EMP-GARNISH
            END-EVALUATE
            MOVE DT-DESC(WS-DED-IX) TO SD-DESC
            MOVE WS-DED-THIS TO SD-AMOUNT
            WRITE STUB-LINE FROM WS-STUB-DED-LINE
    END-PERFORM.

3200-WRITE-REGISTER-DETAIL.
    MOVE WS-PAY-EMP-NAME TO NL-NAME
    MOVE WS-PAY-DEPT TO NL-DEPT
    MOVE WS-PAY-GROSS TO NL-GROSS
    MOVE WS-EMP-DEDUCTED TO NL-DEDUCTED
    MOVE WS-EMP-NET TO NL-NET
    WRITE NET-REGISTER-LINE FROM WS-DETAIL-LINE.

3250-WRITE-NET-DETAIL.
    MOVE WS-PAY-EMP-ID TO ND-EMP-ID
    MOVE WS-PAY-EMP-NAME TO ND-EMP-NAME
    MOVE WS-PAY-DEPT TO ND-DEPT
    MOVE WS-BUSINESS-DATE TO ND-DATE
    MOVE WS-EMP-NET TO ND-NET
    WRITE NET-DETAIL-RECORD
    IF WS-NETDTL-STATUS NOT = "00"
        ADD 1 TO WS-NET-FAIL-COUNT
        DISPLAY "Net detail write failed for " WS-PAY-EMP-NAME
            " - file status " WS-NETDTL-STATUS
    END-IF.

3300-POST-DEPT-TOTAL.
    SET DEPT-NOT-FOUND TO TRUE
    MOVE 0 TO WS-DEPT-IX
    PERFORM UNTIL DEPT-FOUND OR WS-DEPT-IX >= WS-DEPT-COUNT
        ADD 1 TO WS-DEPT-IX
        IF NT-DEPT(WS-DEPT-IX) = WS-PAY-DEPT
            SET DEPT-FOUND TO TRUE
        END-IF
    END-PERFORM
        IF WS-DEPT-COUNT < 50
            ADD 1 TO WS-DEPT-COUNT
            MOVE WS-DEPT-COUNT TO WS-DEPT-IX
            MOVE WS-PAY-DEPT TO NT-DEPT(WS-DEPT-IX)
            MOVE 0 TO NT-EMP-COUNT(WS-DEPT-IX)
            MOVE 0 TO NT-GROSS(WS-DEPT-IX)
            MOVE 0 TO NT-DEDUCTED(WS-DEPT-IX)
            SET DEPT-FOUND TO TRUE
        ELSE
            DISPLAY "Department table full - totals incomplete for "
                WS-PAY-DEPT
        END-IF
    END-IF
    IF DEPT-FOUND
        IF PAYING-REGULAR
            ADD 1 TO NT-EMP-COUNT(WS-DEPT-IX)
        END-IF
        ADD WS-PAY-GROSS TO NT-GROSS(WS-DEPT-IX)
        ADD WS-EMP-DEDUCTED TO NT-DEDUCTED(WS-DEPT-IX)
        ADD WS-EMP-NET TO NT-NET(WS-DEPT-IX)
    END-IF.

3500-START-STUB.
    WRITE STUB-LINE FROM WS-STUB-RULE
    MOVE WS-PAY-EMP-ID TO SB-EMP-ID
    MOVE WS-PAY-EMP-NAME TO SB-NAME
    MOVE WS-PAY-DEPT TO SB-DEPT
    WRITE STUB-LINE FROM WS-STUB-NAME-LINE
    MOVE WS-PAY-DATE TO SB-DATE
    WRITE STUB-LINE FROM WS-STUB-DATE-LINE
    IF PAYING-RETRO
        MOVE "RETRO PAY" TO SB-LABEL
    ELSE
        MOVE "GROSS PAY" TO SB-LABEL
    END-IF
    MOVE WS-PAY-GROSS TO SB-AMOUNT
    WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE.

3600-FINISH-STUB.
    WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
    MOVE "NET PAY" TO SB-LABEL
    MOVE WS-EMP-NET TO SB-AMOUNT
    WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
    IF WS-YTD-IX > 0
        PERFORM 3800-WRITE-STUB-YTD
    END-IF.

3700-STAGE-YTD.
    SET YTD-NOT-FOUND TO TRUE
    MOVE 0 TO WS-YTD-IX
    PERFORM UNTIL YTD-FOUND OR WS-YTD-IX >= WS-YTD-COUNT
        ADD 1 TO WS-YTD-IX
        IF YP-EMP-ID(WS-YTD-IX) = WS-PAY-EMP-ID
            SET YTD-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF YTD-NOT-FOUND
        IF WS-YTD-COUNT < 500
            ADD 1 TO WS-YTD-COUNT
            MOVE WS-YTD-COUNT TO WS-YTD-IX
            PERFORM 3750-START-YTD-ENTRY
            SET YTD-FOUND TO TRUE
        ELSE
            MOVE 0 TO WS-YTD-IX
            ADD 1 TO WS-YTD-MISSED-COUNT
            DISPLAY "YTD staging table full - " WS-PAY-EMP-NAME
                " not posted to YTDMAST"
        END-IF
    END-IF
    IF YTD-FOUND
        MOVE WS-PAY-EMP-NAME TO YP-EMP-NAME(WS-YTD-IX)
        MOVE WS-PAY-DEPT TO YP-DEPT(WS-YTD-IX)
        ADD WS-PAY-GROSS TO YP-RUN-GROSS(WS-YTD-IX)
        ADD WS-EMP-TAX TO YP-RUN-TAX(WS-YTD-IX)
        ADD WS-EMP-FIXED TO YP-RUN-FIXED(WS-YTD-IX)
        ADD WS-EMP-GARNISH TO YP-RUN-GARNISH(WS-YTD-IX)
        ADD WS-EMP-NET TO YP-RUN-NET(WS-YTD-IX)
    END-IF.

3750-START-YTD-ENTRY.
    MOVE WS-PAY-EMP-ID TO YP-EMP-ID(WS-YTD-IX)
    SET YP-TO-POST(WS-YTD-IX) TO TRUE
    MOVE 0 TO YP-BASE-GROSS(WS-YTD-IX)
    MOVE 0 TO YP-BASE-TAX(WS-YTD-IX)
    MOVE 0 TO YP-BASE-FIXED(WS-YTD-IX)
    MOVE 0 TO YP-BASE-GARNISH(WS-YTD-IX)
    MOVE 0 TO YP-BASE-NET(WS-YTD-IX)
    MOVE 0 TO YP-RUN-GROSS(WS-YTD-IX)
    MOVE 0 TO YP-RUN-TAX(WS-YTD-IX)
    MOVE 0 TO YP-RUN-FIXED(WS-YTD-IX)
    MOVE 0 TO YP-RUN-GARNISH(WS-YTD-IX)
    MOVE 0 TO YP-RUN-NET(WS-YTD-IX)
    SET YTD-NOT-ON-MASTER TO TRUE
    IF YTD-AVAILABLE
        MOVE WS-PAY-EMP-ID TO YM-EMP-ID
        READ YTD-MASTER-FILE
            INVALID KEY SET YTD-NOT-ON-MASTER TO TRUE
            NOT INVALID KEY SET YTD-ON-MASTER TO TRUE
        END-READ
    END-IF
    IF YTD-ON-MASTER
        IF YM-TAX-YEAR = WS-TAX-YEAR
            MOVE YM-YTD-GROSS TO YP-BASE-GROSS(WS-YTD-IX)
            MOVE YM-YTD-TAX TO YP-BASE-TAX(WS-YTD-IX)
            MOVE YM-YTD-FIXED TO YP-BASE-FIXED(WS-YTD-IX)
            MOVE YM-YTD-GARNISH TO YP-BASE-GARNISH(WS-YTD-IX)
            MOVE YM-YTD-NET TO YP-BASE-NET(WS-YTD-IX)
            IF YM-LAST-POSTED = WS-BUSINESS-DATE
                SET YP-ALREADY-POSTED(WS-YTD-IX) TO TRUE
            END-IF
            IF YM-LAST-POSTED > WS-BUSINESS-DATE
                SET YP-OUT-OF-SEQUENCE(WS-YTD-IX) TO TRUE
                ADD 1 TO WS-YTD-SEQUENCE-COUNT
                DISPLAY "YTDMAST for employee " WS-PAY-EMP-ID
                    " last posted " YM-LAST-POSTED " - pay for "
                    WS-BUSINESS-DATE " is earlier - not posted"
            END-IF
        END-IF
        IF YM-TAX-YEAR > WS-TAX-YEAR
            SET YP-CLOSED-YEAR(WS-YTD-IX) TO TRUE
        END-IF
        IF YM-TAX-YEAR < WS-TAX-YEAR AND YTDHIST-UNAVAILABLE
            SET YP-ROLL-BLOCKED(WS-YTD-IX) TO TRUE
            ADD 1 TO WS-YTD-BLOCKED-COUNT
        END-IF
    END-IF.

3800-WRITE-STUB-YTD.
    EVALUATE TRUE
        WHEN OUT-OF-BALANCE
            MOVE "YTD NOT POSTED - OUT OF BALANCE" TO SN-TEXT
            WRITE STUB-LINE FROM WS-STUB-YTD-NOTE-LINE
        WHEN YTD-UNAVAILABLE
            MOVE "YTD NOT POSTED - YTDMAST UNAVAILABLE" TO SN-TEXT
            WRITE STUB-LINE FROM WS-STUB-YTD-NOTE-LINE
        WHEN YP-ROLL-BLOCKED(WS-YTD-IX)
            MOVE "YTD NOT POSTED - YEAR NOT ARCHIVED" TO SN-TEXT
            WRITE STUB-LINE FROM WS-STUB-YTD-NOTE-LINE
        WHEN YP-OUT-OF-SEQUENCE(WS-YTD-IX)
            MOVE "YTD NOT POSTED - LATER DATE POSTED" TO SN-TEXT
            WRITE STUB-LINE FROM WS-STUB-YTD-NOTE-LINE
        WHEN OTHER
            PERFORM 3850-WRITE-STUB-YTD-FIGURES
    END-EVALUATE.

3850-WRITE-STUB-YTD-FIGURES.
    IF YP-TO-POST(WS-YTD-IX)
        COMPUTE YP-BASE-GROSS(WS-YTD-IX) = YP-BASE-GROSS(WS-YTD-IX)
            + WS-PAY-GROSS
        COMPUTE YP-BASE-TAX(WS-YTD-IX) = YP-BASE-TAX(WS-YTD-IX)
            + WS-EMP-TAX
        COMPUTE YP-BASE-FIXED(WS-YTD-IX) = YP-BASE-FIXED(WS-YTD-IX)
            + WS-EMP-FIXED
        COMPUTE YP-BASE-GARNISH(WS-YTD-IX) =
            YP-BASE-GARNISH(WS-YTD-IX) + WS-EMP-GARNISH
        COMPUTE YP-BASE-NET(WS-YTD-IX) = YP-BASE-NET(WS-YTD-IX)
            + WS-EMP-NET
    END-IF
    MOVE "YTD GROSS PAY" TO SY-LABEL
    MOVE YP-BASE-GROSS(WS-YTD-IX) TO SY-AMOUNT
    WRITE STUB-LINE FROM WS-STUB-YTD-LINE
    MOVE "YTD TAXES" TO SY-LABEL
    MOVE YP-BASE-TAX(WS-YTD-IX) TO SY-AMOUNT
    WRITE STUB-LINE FROM WS-STUB-YTD-LINE
    MOVE "YTD FIXED DEDUCTIONS" TO SY-LABEL
    MOVE YP-BASE-FIXED(WS-YTD-IX) TO SY-AMOUNT
    WRITE STUB-LINE FROM WS-STUB-YTD-LINE
    MOVE "YTD GARNISHMENTS" TO SY-LABEL
    MOVE YP-BASE-GARNISH(WS-YTD-IX) TO SY-AMOUNT
    WRITE STUB-LINE FROM WS-STUB-YTD-LINE
    MOVE "YTD NET PAY" TO SY-LABEL
    MOVE YP-BASE-NET(WS-YTD-IX) TO SY-AMOUNT
    WRITE STUB-LINE FROM WS-STUB-YTD-LINE.

3900-PAY-RETRO-EARNINGS.
    IF WS-RETRO-COUNT > 0
        WRITE NET-REGISTER-LINE FROM WS-RETRO-HEADING
    END-IF
    MOVE 0 TO WS-RETRO-IX
    PERFORM UNTIL WS-RETRO-IX >= WS-RETRO-COUNT
        ADD 1 TO WS-RETRO-IX
        SET PAYING-RETRO TO TRUE
        MOVE RR-EMP-ID(WS-RETRO-IX) TO WS-PAY-EMP-ID
        MOVE RR-EMP-NAME(WS-RETRO-IX) TO WS-PAY-EMP-NAME
        MOVE RR-DEPT(WS-RETRO-IX) TO WS-PAY-DEPT
        MOVE WS-BUSINESS-DATE TO WS-PAY-DATE
        MOVE RR-AMOUNT(WS-RETRO-IX) TO WS-PAY-GROSS
        PERFORM 3050-PAY-EARNINGS
        ADD 1 TO WS-RETRO-PAID-COUNT
        ADD RR-AMOUNT(WS-RETRO-IX) TO WS-GRAND-RETRO
    END-PERFORM.

4000-POST-YTD-MASTER.
    MOVE 0 TO WS-YTD-IX
    PERFORM UNTIL WS-YTD-IX >= WS-YTD-COUNT
        ADD 1 TO WS-YTD-IX
        EVALUATE TRUE
            WHEN YP-ALREADY-POSTED(WS-YTD-IX)
                ADD 1 TO WS-YTD-SKIPPED-COUNT
            WHEN YP-OUT-OF-SEQUENCE(WS-YTD-IX)
                CONTINUE
            WHEN YP-ROLL-BLOCKED(WS-YTD-IX)
                CONTINUE
            WHEN YP-CLOSED-YEAR(WS-YTD-IX)
                ADD 1 TO WS-YTD-SKIPPED-COUNT
                DISPLAY "YTDMAST already rolled past " WS-TAX-YEAR
                    " for employee " YP-EMP-ID(WS-YTD-IX)
                    " - not posted"
            WHEN OTHER
                PERFORM 4100-POST-ONE-YTD
        END-EVALUATE
    END-PERFORM.

4100-POST-ONE-YTD.
    SET ROLL-OK TO TRUE
    MOVE YP-EMP-ID(WS-YTD-IX) TO YM-EMP-ID
    READ YTD-MASTER-FILE
        INVALID KEY SET YTD-NOT-ON-MASTER TO TRUE
        NOT INVALID KEY SET YTD-ON-MASTER TO TRUE
    END-READ
    IF YTD-ON-MASTER
        IF YM-TAX-YEAR < WS-TAX-YEAR
            PERFORM 4200-ROLL-TAX-YEAR
        END-IF
    ELSE
        MOVE YP-EMP-ID(WS-YTD-IX) TO YM-EMP-ID
        MOVE WS-TAX-YEAR TO YM-TAX-YEAR
        MOVE ZEROS TO YM-AMOUNTS
    END-IF
    IF ROLL-OK
        PERFORM 4150-UPDATE-YTD-RECORD
    END-IF.

4150-UPDATE-YTD-RECORD.
    MOVE YP-EMP-NAME(WS-YTD-IX) TO YM-EMP-NAME
    MOVE YP-DEPT(WS-YTD-IX) TO YM-DEPT
    MOVE WS-BUSINESS-DATE TO YM-LAST-POSTED
    ADD YP-RUN-GROSS(WS-YTD-IX) TO YM-YTD-GROSS
        YM-QTD-GROSS(WS-QUARTER)
    ADD YP-RUN-TAX(WS-YTD-IX) TO YM-YTD-TAX
        YM-QTD-TAX(WS-QUARTER)
    ADD YP-RUN-FIXED(WS-YTD-IX) TO YM-YTD-FIXED
        YM-QTD-FIXED(WS-QUARTER)
    ADD YP-RUN-GARNISH(WS-YTD-IX) TO YM-YTD-GARNISH
        YM-QTD-GARNISH(WS-QUARTER)
    ADD YP-RUN-NET(WS-YTD-IX) TO YM-YTD-NET
        YM-QTD-NET(WS-QUARTER)
    IF YTD-ON-MASTER
        REWRITE YTD-MASTER-RECORD
            INVALID KEY CONTINUE
        END-REWRITE
    ELSE
        WRITE YTD-MASTER-RECORD
            INVALID KEY CONTINUE
        END-WRITE
    END-IF
    IF WS-YTDMAST-STATUS = "00"
        ADD 1 TO WS-YTD-POSTED-COUNT
    ELSE
        ADD 1 TO WS-YTD-FAIL-COUNT
        DISPLAY "YTDMAST write failed for employee "
            YP-EMP-ID(WS-YTD-IX) " - file status " WS-YTDMAST-STATUS
    END-IF.

4200-ROLL-TAX-YEAR.
    WRITE YTD-HISTORY-RECORD FROM YTD-MASTER-RECORD
    IF WS-YTDHIST-STATUS NOT = "00"
        SET ROLL-FAILED TO TRUE
        ADD 1 TO WS-YTD-FAIL-COUNT
        DISPLAY "YTDHIST write failed for employee " YM-EMP-ID
            " tax year " YM-TAX-YEAR " - file status "
            WS-YTDHIST-STATUS " - not rolled or posted"
    ELSE
        MOVE WS-TAX-YEAR TO YM-TAX-YEAR
        MOVE ZEROS TO YM-AMOUNTS
        ADD 1 TO WS-YTD-ROLLED-COUNT
    END-IF.

5000-TALLY-PAY-CONTROL.
    MOVE "N" TO WS-EOF-SW
    IF WS-EMP-COUNT NOT = WS-CONTROL-COUNT
        SET OUT-OF-BALANCE TO TRUE
    END-IF
    IF WS-GRAND-GROSS + WS-GRAND-RETRO NOT =
            WS-GRAND-DEDUCTED + WS-GRAND-NET
        SET OUT-OF-BALANCE TO TRUE
    END-IF.
                        ADD 1 TO WS-DED-COUNT
                        MOVE DEDUCTION-MASTER-RECORD
                            TO WS-DED-ENTRY(WS-DED-COUNT)
                        MOVE 0 TO DT-RUN-TOTAL(WS-DED-COUNT)
                    ELSE
                        DISPLAY "Deduction table full - "
                            "record skipped"
        END-PERFORM
    END-PERFORM.

7600-LOAD-RETRO-ADJUSTMENTS.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-RETRO-COUNT
    OPEN INPUT RETRO-ADJUSTMENT-FILE
    IF WS-RETROADJ-STATUS NOT = "35"
        PERFORM UNTIL END-OF-INPUT
            READ RETRO-ADJUSTMENT-FILE
                AT END SET END-OF-INPUT TO TRUE
                NOT AT END
                    IF RA-PAY-DATE NUMERIC
                            AND RA-PAY-DATE = WS-BUSINESS-DATE
                            AND RA-STATUS = "P"
                            AND RA-OLD-GROSS NUMERIC
                            AND RA-NEW-GROSS NUMERIC
                        PERFORM 7650-ADD-RETRO-AMOUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RETRO-ADJUSTMENT-FILE
    END-IF
    MOVE "N" TO WS-EOF-SW.

7650-ADD-RETRO-AMOUNT.
    SET RETRO-NOT-FOUND TO TRUE
    MOVE 0 TO WS-RETRO-IX
    PERFORM UNTIL RETRO-FOUND OR WS-RETRO-IX >= WS-RETRO-COUNT
        ADD 1 TO WS-RETRO-IX
        IF RR-EMP-ID(WS-RETRO-IX) = RA-EMP-ID
            SET RETRO-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF RETRO-NOT-FOUND
        IF WS-RETRO-COUNT < 200
            ADD 1 TO WS-RETRO-COUNT
            MOVE WS-RETRO-COUNT TO WS-RETRO-IX
            MOVE RA-EMP-ID TO RR-EMP-ID(WS-RETRO-IX)
            MOVE 0 TO RR-AMOUNT(WS-RETRO-IX)
            SET RETRO-FOUND TO TRUE
        ELSE
            DISPLAY "Retro pay table full - retro for employee "
                RA-EMP-ID " not paid"
        END-IF
    END-IF
    IF RETRO-FOUND
        MOVE RA-EMP-NAME TO RR-EMP-NAME(WS-RETRO-IX)
        MOVE RA-DEPT TO RR-DEPT(WS-RETRO-IX)
        COMPUTE RR-AMOUNT(WS-RETRO-IX) = RR-AMOUNT(WS-RETRO-IX)
            + RA-NEW-GROSS - RA-OLD-GROSS
    END-IF.

7800-OPEN-YTD-MASTER.
    OPEN I-O YTD-MASTER-FILE
    IF WS-YTDMAST-STATUS = "35"
        OPEN OUTPUT YTD-MASTER-FILE
        CLOSE YTD-MASTER-FILE
        OPEN I-O YTD-MASTER-FILE
    END-IF
    IF WS-YTDMAST-STATUS NOT = "00"
        SET YTD-UNAVAILABLE TO TRUE
        DISPLAY "YTD master open failed - file status "
            WS-YTDMAST-STATUS " - stubs will show YTD not posted"
    END-IF.

7850-OPEN-YTD-HISTORY.
    OPEN INPUT YTD-HISTORY-FILE
    IF WS-YTDHIST-STATUS = "35"
        OPEN OUTPUT YTD-HISTORY-FILE
        CLOSE YTD-HISTORY-FILE
    ELSE
        CLOSE YTD-HISTORY-FILE
    END-IF
    OPEN EXTEND YTD-HISTORY-FILE
    IF WS-YTDHIST-STATUS = "00"
        SET YTDHIST-OPEN TO TRUE
    ELSE
        SET YTDHIST-UNAVAILABLE TO TRUE
        DISPLAY "YTD history open failed - file status "
            WS-YTDHIST-STATUS " - no tax year will be rolled"
    END-IF.

8000-WRITE-TOTALS.
    WRITE NET-REGISTER-LINE FROM WS-HEADING-LINE-2
    MOVE 0 TO WS-DEPT-IX
    MOVE "GRAND TOTAL GROSS PAY:" TO GL-LABEL
    MOVE WS-GRAND-GROSS TO GL-AMOUNT
    WRITE NET-REGISTER-LINE FROM WS-GRAND-LINE
    IF WS-RETRO-PAID-COUNT > 0
        MOVE "GRAND TOTAL RETRO PAY:" TO GL-LABEL
        MOVE WS-GRAND-RETRO TO GL-AMOUNT
        WRITE NET-REGISTER-LINE FROM WS-GRAND-LINE
    END-IF
    MOVE "GRAND TOTAL DEDUCTIONS:" TO GL-LABEL
    MOVE WS-GRAND-DEDUCTED TO GL-AMOUNT
    WRITE NET-REGISTER-LINE FROM WS-GRAND-LINE
        MOVE "*** OUT OF BALANCE WITH THE GROSS REGISTER ***"
            TO VL-TEXT
    END-IF
    WRITE NET-REGISTER-LINE FROM WS-VERDICT-LINE
    WRITE NET-REGISTER-LINE FROM WS-HEADING-LINE-2
    IF IN-BALANCE
        MOVE "YTD MASTER EMPLOYEES POSTED:" TO YL-LABEL
        MOVE WS-YTD-POSTED-COUNT TO YL-COUNT
        WRITE NET-REGISTER-LINE FROM WS-YTD-COUNT-LINE
        MOVE "YTD ALREADY POSTED - NOT RE-POSTED:" TO YL-LABEL
        MOVE WS-YTD-SKIPPED-COUNT TO YL-COUNT
        WRITE NET-REGISTER-LINE FROM WS-YTD-COUNT-LINE
        MOVE "YTD ROLLED TO NEW TAX YEAR:" TO YL-LABEL
        MOVE WS-YTD-ROLLED-COUNT TO YL-COUNT
        WRITE NET-REGISTER-LINE FROM WS-YTD-COUNT-LINE
        IF WS-YTD-MISSED-COUNT > 0 OR WS-YTD-FAIL-COUNT > 0
            MOVE "YTD NOT POSTED - TABLE FULL/FAILED:" TO YL-LABEL
            COMPUTE YL-COUNT = WS-YTD-MISSED-COUNT
                + WS-YTD-FAIL-COUNT
            WRITE NET-REGISTER-LINE FROM WS-YTD-COUNT-LINE
        END-IF
        IF WS-YTD-SEQUENCE-COUNT > 0
            MOVE "YTD NOT POSTED - LATER DATE POSTED:" TO YL-LABEL
            MOVE WS-YTD-SEQUENCE-COUNT TO YL-COUNT
            WRITE NET-REGISTER-LINE FROM WS-YTD-COUNT-LINE
        END-IF
        IF WS-YTD-BLOCKED-COUNT > 0
            MOVE "YTD NOT POSTED - YEAR NOT ARCHIVED:" TO YL-LABEL
            MOVE WS-YTD-BLOCKED-COUNT TO YL-COUNT
            WRITE NET-REGISTER-LINE FROM WS-YTD-COUNT-LINE
        END-IF
        IF YTD-UNAVAILABLE
            MOVE "YTD MASTER NOT POSTED - YTDMAST COULD NOT BE OPENED"
                TO VL-TEXT
            WRITE NET-REGISTER-LINE FROM WS-VERDICT-LINE
        END-IF
    ELSE
        MOVE "YTD MASTER NOT POSTED - REGISTERS DO NOT RECONCILE"
            TO VL-TEXT
        WRITE NET-REGISTER-LINE FROM WS-VERDICT-LINE
    END-IF.

8500-WRITE-NET-CONTROL.
    OPEN INPUT NET-CONTROL-FILE
    IF WS-NETCTL-STATUS = "35"
        OPEN OUTPUT NET-CONTROL-FILE
        CLOSE NET-CONTROL-FILE
    ELSE
        CLOSE NET-CONTROL-FILE
    END-IF
    OPEN EXTEND NET-CONTROL-FILE
    IF WS-NETCTL-STATUS NOT = "00"
        ADD 1 TO WS-NET-FAIL-COUNT
        DISPLAY "Net control open failed - file status "
            WS-NETCTL-STATUS
    ELSE
        MOVE WS-BUSINESS-DATE TO NC-DATE
        COMPUTE NC-EMP-COUNT = WS-EMP-COUNT + WS-RETRO-PAID-COUNT
        MOVE WS-GRAND-NET TO NC-GRAND-NET
        WRITE NET-CONTROL-RECORD
        IF WS-NETCTL-STATUS NOT = "00"
            ADD 1 TO WS-NET-FAIL-COUNT
            DISPLAY "Net control write failed - file status "
                WS-NETCTL-STATUS
        END-IF
        CLOSE NET-CONTROL-FILE
    END-IF.

8600-WRITE-DEDUCTION-SUMMARY.
    OPEN OUTPUT DEDUCTION-SUMMARY-FILE
    IF WS-DEDSUM-STATUS NOT = "00"
        ADD 1 TO WS-DEDSUM-FAIL-COUNT
        DISPLAY "Deduction summary open failed - file status "
            WS-DEDSUM-STATUS
    ELSE
        MOVE 0 TO WS-DED-IX
        PERFORM UNTIL WS-DED-IX >= WS-DED-COUNT
            ADD 1 TO WS-DED-IX
            MOVE WS-BUSINESS-DATE TO DS-DATE
            MOVE DT-SEQ(WS-DED-IX) TO DS-SEQ
            MOVE DT-TYPE(WS-DED-IX) TO DS-TYPE
            MOVE DT-DESC(WS-DED-IX) TO DS-DESC
            MOVE DT-RUN-TOTAL(WS-DED-IX) TO DS-AMOUNT
            WRITE DEDUCTION-SUMMARY-RECORD
            IF WS-DEDSUM-STATUS NOT = "00"
                ADD 1 TO WS-DEDSUM-FAIL-COUNT
                DISPLAY "Deduction summary write failed - "
                    "file status " WS-DEDSUM-STATUS
            END-IF
        END-PERFORM
        CLOSE DEDUCTION-SUMMARY-FILE
    END-IF.

9000-TERMINATE.
    IF WS-PAYDTL-STATUS NOT = "35"
        CLOSE PAY-DETAIL-FILE
    END-IF
    CLOSE NET-REGISTER
    CLOSE STUB-FILE
    CLOSE NET-DETAIL-FILE
    IF YTD-AVAILABLE
        CLOSE YTD-MASTER-FILE
    END-IF
    IF YTDHIST-OPEN
        CLOSE YTD-HISTORY-FILE
    END-IF.

8900-WRITE-OPS-LOG.
    OPEN INPUT OPS-LOG-FILE
        ACCEPT WS-OPS-TIME-RAW FROM TIME
        MOVE WS-OPS-TIME-HHMMSS TO OL-END-TIME
        MOVE WS-EMP-COUNT TO OL-RECORDS-IN
        COMPUTE OL-RECORDS-OUT = WS-EMP-COUNT + WS-RETRO-PAID-COUNT
        MOVE ZERO TO OL-REJECTS
        MOVE RETURN-CODE TO OL-RETURN-CODE
        WRITE OPS-LOG-RECORD
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
