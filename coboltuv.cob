      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltuv.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - direct deposit step downstream of the coboltun
*> net pay register: reads the NETDTL net pay extract for the business
*> date, matches each employee to the BANKMAST account master kept by
*> coboltuf, and writes the DDFILE bank transmission in the 94-byte
*> ACH layout - file header, one PPD credit batch with its header and
*> control trailer (entry count, entry hash, dollar total), the file
*> control trailer, and the block fill.  The originator's routing and
*> company identification come from the DDORIG control dataset; the
*> run refuses without it.  Employees with no account, a deactivated
*> or unusable account, or an account still in prenote are listed on
*> DDRPT for a paper check, and the run ends with return code 4.  A new
*> account's zero-dollar prenote goes out with the employee's first
*> pay run, and the account goes live once the prenote has stood for
*> the waiting period.  Deposits plus paper checks must tie to the
*> NETCTL grand net coboltun reported for the date (the NETREG grand
*> net); if they do not, DDFILE is left empty and the run ends with
*> return code 8 so nothing is sent to the bank.
*> October 14th 2026 - step control: the run first checks the STEPCTL
*> step-control dataset and refuses (return code 8, nothing touched)
*> when its scheduled predecessors have not completed for the CYCLEDT
*> business date or it has already completed for that date, unless an
*> operator has recorded an authorised rerun with coboltvc.  The end
*> of the run is recorded on STEPCTL (complete below return code 8,
*> failed otherwise) for the programs that follow it.
*> October 15th 2026 - a DDFILE write failure now empties DDFILE
*> again, as an out-of-balance run does, and is reported as a write
*> failure rather than as a NETREG mismatch.  The BANKMAST save
*> writes every account and counts any failures; a failed save (or
*> save open) empties DDFILE, ends the run with return code 8 and
*> tells the operator to restore BANKMAST before the rerun.
*> October 15th 2026 - a DDORIG refusal also empties DDFILE, so the
*> previous run's transmission is not left ready to send again.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
    SELECT ORIGINATOR-FILE ASSIGN TO "DDORIG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DDORIG-STATUS.
    SELECT BANK-MASTER-FILE ASSIGN TO "BANKMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANKMAST-STATUS.
    SELECT NET-DETAIL-FILE ASSIGN TO "NETDTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NETDTL-STATUS.
    SELECT NET-CONTROL-FILE ASSIGN TO "NETCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NETCTL-STATUS.
    SELECT DEPOSIT-FILE ASSIGN TO "DDFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DDFILE-STATUS.
    SELECT DEPOSIT-REPORT ASSIGN TO "DDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DDRPT-STATUS.
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

FD ORIGINATOR-FILE.
01 ORIGINATOR-RECORD.
    05 OC-DEST-ROUTING PIC 9(9).
    05 OC-DEST-NAME PIC X(23).
    05 OC-ORIGIN-ID PIC X(10).
    05 OC-ORIGIN-NAME PIC X(23).
    05 OC-COMPANY-NAME PIC X(16).
    05 OC-COMPANY-ID PIC X(10).
    05 OC-ODFI-ID PIC 9(8).

FD BANK-MASTER-FILE.
01 BANK-MASTER-RECORD.
    05 BA-EMP-ID PIC 9(5).
    05 BA-ROUTING PIC 9(9).
    05 BA-ACCOUNT PIC X(17).
    05 BA-ACCT-TYPE PIC X.
    05 BA-STATUS PIC X.
    05 BA-PRENOTE-DATE PIC 9(8).
    05 BA-CHANGED-DATE PIC 9(8).

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

FD DEPOSIT-FILE.
01 DEPOSIT-RECORD PIC X(94).

FD DEPOSIT-REPORT.
01 DEPOSIT-REPORT-LINE PIC X(80).

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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTUV".
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
    05 WS-OPS-TIME-HHMM REDEFINES WS-OPS-TIME-HHMMSS.
        10 WS-OPS-HHMM PIC 9(4).
        10 FILLER PIC 99.
    05 FILLER PIC 99.
01 WS-CYCLE-STATUS PIC XX VALUE "00".
01 WS-DDORIG-STATUS PIC XX VALUE "00".
01 WS-BANKMAST-STATUS PIC XX VALUE "00".
01 WS-NETDTL-STATUS PIC XX VALUE "00".
01 WS-NETCTL-STATUS PIC XX VALUE "00".
01 WS-DDFILE-STATUS PIC XX VALUE "00".
01 WS-DDRPT-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-ORIGIN-SW PIC X VALUE "N".
    88 ORIGIN-VALID VALUE "Y".
01 WS-CONTROL-SW PIC X VALUE "N".
    88 CONTROL-FOUND VALUE "Y".
01 WS-BALANCE-SW PIC X VALUE "Y".
    88 IN-BALANCE VALUE "Y".
    88 OUT-OF-BALANCE VALUE "N".
01 WS-BANK-SW PIC X VALUE "N".
    88 BANK-FOUND VALUE "Y".
    88 BANK-NOT-FOUND VALUE "N".
01 WS-PAY-SW PIC X VALUE "N".
    88 PAY-FOUND VALUE "Y".
    88 PAY-NOT-FOUND VALUE "N".
01 WS-OVERFLOW-SW PIC X VALUE "N".
    88 PAY-TABLE-FULL VALUE "Y".
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
01 WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
01 WS-DATE-INTEGER PIC 9(8) VALUE 0.
01 WS-PRENOTE-INTEGER PIC 9(8) VALUE 0.
01 WS-PRENOTE-DAYS PIC 99 VALUE 6.
01 WS-WRITE-FAIL-COUNT PIC 9(5) VALUE 0.
01 WS-BANK-FAIL-COUNT PIC 9(5) VALUE 0.
01 WS-ORIGIN-DEST-ROUTING PIC 9(9) VALUE 0.
01 WS-ORIGIN-DEST-NAME PIC X(23) VALUE SPACES.
01 WS-ORIGIN-ID PIC X(10) VALUE SPACES.
01 WS-ORIGIN-NAME PIC X(23) VALUE SPACES.
01 WS-COMPANY-NAME PIC X(16) VALUE SPACES.
01 WS-COMPANY-ID PIC X(10) VALUE SPACES.
01 WS-ODFI-ID PIC 9(8) VALUE 0.
01 WS-BANK-COUNT PIC 999 VALUE 0.
01 WS-BANK-IX PIC 999 VALUE 0.
01 WS-BANK-TABLE.
    05 WS-BANK-ENTRY OCCURS 200 TIMES.
        10 BT-EMP-ID PIC 9(5).
        10 BT-ROUTING PIC 9(9).
        10 BT-ACCOUNT PIC X(17).
        10 BT-ACCT-TYPE PIC X.
        10 BT-STATUS PIC X.
        10 BT-PRENOTE-DATE PIC 9(8).
        10 BT-CHANGED-DATE PIC 9(8).
01 WS-ROUTING-WORK PIC 9(9) VALUE 0.
01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
    05 WS-ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
01 WS-ROUTING-PARTS REDEFINES WS-ROUTING-WORK.
    05 WS-ROUTING-RDFI PIC 9(8).
    05 WS-ROUTING-CHECK PIC 9.
01 WS-CHECK-SUM PIC 9(4) VALUE 0.
01 WS-CHECK-QUOTIENT PIC 9(4) VALUE 0.
01 WS-CHECK-REMAINDER PIC 9 VALUE 0.
01 WS-PAY-COUNT PIC 999 VALUE 0.
01 WS-PAY-IX PIC 999 VALUE 0.
01 WS-PAY-TABLE.
    05 WS-PAY-ENTRY OCCURS 500 TIMES.
        10 PT-EMP-ID PIC 9(5).
        10 PT-EMP-NAME PIC X(30).
        10 PT-DEPT PIC X(8).
        10 PT-NET PIC 9(7)V99.
        10 PT-BANK-IX PIC 999.
        10 PT-DISPOSITION PIC X.
            88 PT-DEPOSIT VALUE "D".
            88 PT-PAPER-CHECK VALUE "X".
            88 PT-NOTHING-DUE VALUE "Z".
        10 PT-PRENOTE-SW PIC X.
            88 PT-SEND-PRENOTE VALUE "Y".
        10 PT-REASON PIC X(24).
01 WS-DETAIL-COUNT PIC 9(5) VALUE 0.
01 WS-DETAIL-NET PIC 9(7)V99 VALUE 0.
01 WS-CONTROL-COUNT PIC 9(5) VALUE 0.
01 WS-CONTROL-NET PIC 9(7)V99 VALUE 0.
01 WS-DEPOSIT-COUNT PIC 9(5) VALUE 0.
01 WS-DEPOSIT-TOTAL PIC 9(7)V99 VALUE 0.
01 WS-CHECK-COUNT PIC 9(5) VALUE 0.
01 WS-CHECK-TOTAL PIC 9(7)V99 VALUE 0.
01 WS-ZERO-COUNT PIC 9(5) VALUE 0.
01 WS-PRENOTE-COUNT PIC 9(5) VALUE 0.
01 WS-PROMOTED-COUNT PIC 9(5) VALUE 0.
01 WS-PAID-TOTAL PIC 9(7)V99 VALUE 0.
01 WS-ENTRY-COUNT PIC 9(6) VALUE 0.
01 WS-ENTRY-HASH PIC 9(12) VALUE 0.
01 WS-HASH-TEN PIC 9(10) VALUE 0.
01 WS-TRACE-SEQ PIC 9(7) VALUE 0.
01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
01 WS-BLOCK-COUNT PIC 9(6) VALUE 0.
01 WS-FILL-COUNT PIC 9(7) VALUE 0.
01 WS-FILE-HEADER.
    05 FILLER PIC X VALUE "1".
    05 FILLER PIC XX VALUE "01".
    05 FILLER PIC X VALUE SPACE.
    05 FH-DEST-ROUTING PIC 9(9).
    05 FH-ORIGIN-ID PIC X(10).
    05 FH-CREATE-DATE PIC 9(6).
    05 FH-CREATE-TIME PIC 9(4).
    05 FILLER PIC X VALUE "A".
    05 FILLER PIC X(3) VALUE "094".
    05 FILLER PIC XX VALUE "10".
    05 FILLER PIC X VALUE "1".
    05 FH-DEST-NAME PIC X(23).
    05 FH-ORIGIN-NAME PIC X(23).
    05 FILLER PIC X(8) VALUE SPACES.
01 WS-BATCH-HEADER.
    05 FILLER PIC X VALUE "5".
    05 FILLER PIC X(3) VALUE "220".
    05 BH-COMPANY-NAME PIC X(16).
    05 FILLER PIC X(20) VALUE SPACES.
    05 BH-COMPANY-ID PIC X(10).
    05 FILLER PIC X(3) VALUE "PPD".
    05 FILLER PIC X(10) VALUE "PAYROLL".
    05 BH-DESCRIPTIVE-DATE PIC 9(6).
    05 BH-EFFECTIVE-DATE PIC 9(6).
    05 FILLER PIC X(3) VALUE SPACES.
    05 FILLER PIC X VALUE "1".
    05 BH-ODFI-ID PIC 9(8).
    05 BH-BATCH-NO PIC 9(7) VALUE 1.
01 WS-ENTRY-DETAIL.
    05 FILLER PIC X VALUE "6".
    05 ED-TRAN-CODE PIC 99.
    05 ED-RDFI-ID PIC 9(8).
    05 ED-CHECK-DIGIT PIC 9.
    05 ED-ACCOUNT PIC X(17).
    05 ED-AMOUNT PIC 9(8)V99.
    05 ED-INDIVIDUAL-ID PIC X(15).
    05 ED-INDIVIDUAL-NAME PIC X(22).
    05 FILLER PIC XX VALUE SPACES.
    05 FILLER PIC X VALUE "0".
    05 ED-TRACE-ODFI PIC 9(8).
    05 ED-TRACE-SEQ PIC 9(7).
01 WS-BATCH-CONTROL.
    05 FILLER PIC X VALUE "8".
    05 FILLER PIC X(3) VALUE "220".
    05 BC-ENTRY-COUNT PIC 9(6).
    05 BC-ENTRY-HASH PIC 9(10).
    05 BC-TOTAL-DEBIT PIC 9(10)V99.
    05 BC-TOTAL-CREDIT PIC 9(10)V99.
    05 BC-COMPANY-ID PIC X(10).
    05 FILLER PIC X(19) VALUE SPACES.
    05 FILLER PIC X(6) VALUE SPACES.
    05 BC-ODFI-ID PIC 9(8).
    05 BC-BATCH-NO PIC 9(7) VALUE 1.
01 WS-FILE-CONTROL.
    05 FILLER PIC X VALUE "9".
    05 FC-BATCH-COUNT PIC 9(6) VALUE 1.
    05 FC-BLOCK-COUNT PIC 9(6).
    05 FC-ENTRY-COUNT PIC 9(8).
    05 FC-ENTRY-HASH PIC 9(10).
    05 FC-TOTAL-DEBIT PIC 9(10)V99.
    05 FC-TOTAL-CREDIT PIC 9(10)V99.
    05 FILLER PIC X(39) VALUE SPACES.
01 WS-BLOCK-FILL PIC X(94) VALUE ALL "9".
01 WS-HEADING-LINE-1 PIC X(80) VALUE
    "DIRECT DEPOSIT REGISTER AND PAPER CHECK EXCEPTIONS".
01 WS-HEADING-LINE-2 PIC X(80) VALUE ALL "-".
01 WS-DATE-LINE.
    05 FILLER PIC X(25) VALUE "BUSINESS DATE:".
    05 HD-DATE PIC 9(8).
01 WS-EXCEPTION-HEAD PIC X(80) VALUE
    "PAPER CHECKS REQUIRED".
01 WS-COLUMN-LINE PIC X(80) VALUE
    "     EMP    NAME                  DEPT             NET  REASON".
01 WS-EXCEPTION-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 XL-EMP-ID PIC 9(5).
    05 FILLER PIC X(2) VALUE SPACES.
    05 XL-NAME PIC X(20).
    05 FILLER PIC X(2) VALUE SPACES.
    05 XL-DEPT PIC X(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 XL-NET PIC Z(6)9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 XL-REASON PIC X(24).
01 WS-AMOUNT-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 AL-LABEL PIC X(36).
    05 AL-AMOUNT PIC Z(8)9.99.
01 WS-COUNT-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 CL-LABEL PIC X(36).
    05 CL-COUNT PIC Z(9)9.
01 WS-VERDICT-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 VL-TEXT PIC X(70).

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
    IF NOT ORIGIN-VALID
        DISPLAY "Direct deposit REFUSED - DDORIG originator "
            "control missing or invalid - DDFILE emptied"
        OPEN OUTPUT DEPOSIT-FILE
        CLOSE DEPOSIT-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 8950-UPDATE-STEP-CONTROL
        PERFORM 8900-WRITE-OPS-LOG
        STOP RUN
    END-IF
    PERFORM 2000-LOAD-NET-DETAIL
    PERFORM 2500-READ-NET-CONTROL
    PERFORM 3000-PROMOTE-PRENOTES
    PERFORM 4000-CLASSIFY-EMPLOYEES
    PERFORM 5000-CHECK-BALANCE
    OPEN OUTPUT DEPOSIT-FILE
    IF IN-BALANCE
        PERFORM 6000-WRITE-DEPOSIT-FILE
    END-IF
    CLOSE DEPOSIT-FILE
    IF IN-BALANCE AND WS-WRITE-FAIL-COUNT = 0
        PERFORM 7400-SAVE-BANK-MASTER
    END-IF
    IF WS-WRITE-FAIL-COUNT > 0 OR WS-BANK-FAIL-COUNT > 0
        OPEN OUTPUT DEPOSIT-FILE
        CLOSE DEPOSIT-FILE
    END-IF
    PERFORM 7000-WRITE-REPORT
    EVALUATE TRUE
        WHEN OUT-OF-BALANCE
            DISPLAY "Direct deposit NOT built for " WS-BUSINESS-DATE
                " - does not tie to the NETREG grand net - see DDRPT"
            MOVE 8 TO RETURN-CODE
        WHEN WS-WRITE-FAIL-COUNT > 0
            DISPLAY "Direct deposit NOT built for " WS-BUSINESS-DATE
                " - " WS-WRITE-FAIL-COUNT " DDFILE write failures"
                " - DDFILE emptied, do not send it"
            MOVE 8 TO RETURN-CODE
        WHEN WS-BANK-FAIL-COUNT > 0
            DISPLAY "Direct deposit NOT built for " WS-BUSINESS-DATE
                " - BANKMAST save failed - DDFILE emptied"
            DISPLAY "Restore BANKMAST from its backup before the "
                "rerun - accounts may be missing from it"
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "Direct deposit complete - " WS-DEPOSIT-COUNT
                " deposits, " WS-CHECK-COUNT " paper checks, "
                WS-PRENOTE-COUNT " prenotes"
            IF WS-CHECK-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF
    END-EVALUATE
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
    OPEN INPUT CYCLE-FILE
    IF WS-CYCLE-STATUS = "35"
        MOVE WS-TODAY TO WS-BUSINESS-DATE
    ELSE
        READ CYCLE-FILE
            AT END MOVE WS-TODAY TO WS-BUSINESS-DATE
            NOT AT END MOVE CY-BUSINESS-DATE TO WS-BUSINESS-DATE
        END-READ
        CLOSE CYCLE-FILE
    END-IF
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
    COMPUTE WS-EFFECTIVE-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    PERFORM 1200-READ-ORIGINATOR
    IF ORIGIN-VALID
        PERFORM 7100-LOAD-BANK-MASTER
    END-IF.

1200-READ-ORIGINATOR.
    OPEN INPUT ORIGINATOR-FILE
    IF WS-DDORIG-STATUS = "00"
        READ ORIGINATOR-FILE
            AT END CONTINUE
            NOT AT END
                IF OC-DEST-ROUTING NUMERIC
                        AND OC-ODFI-ID NUMERIC
                        AND OC-DEST-ROUTING > 0
                        AND OC-ODFI-ID > 0
                        AND OC-COMPANY-ID NOT = SPACES
                    SET ORIGIN-VALID TO TRUE
                    MOVE OC-DEST-ROUTING TO WS-ORIGIN-DEST-ROUTING
                    MOVE OC-DEST-NAME TO WS-ORIGIN-DEST-NAME
                    MOVE OC-ORIGIN-ID TO WS-ORIGIN-ID
                    MOVE OC-ORIGIN-NAME TO WS-ORIGIN-NAME
                    MOVE OC-COMPANY-NAME TO WS-COMPANY-NAME
                    MOVE OC-COMPANY-ID TO WS-COMPANY-ID
                    MOVE OC-ODFI-ID TO WS-ODFI-ID
                END-IF
        END-READ
        CLOSE ORIGINATOR-FILE
    END-IF.

2000-LOAD-NET-DETAIL.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT NET-DETAIL-FILE
    IF WS-NETDTL-STATUS = "35"
        DISPLAY "No net pay extract - nothing to deposit"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ NET-DETAIL-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF ND-DATE NUMERIC AND ND-DATE = WS-BUSINESS-DATE
                        AND ND-NET NUMERIC
                    ADD 1 TO WS-DETAIL-COUNT
                    ADD ND-NET TO WS-DETAIL-NET
                    PERFORM 2100-POST-PAY-ENTRY
                END-IF
        END-READ
    END-PERFORM
    IF WS-NETDTL-STATUS NOT = "35"
        CLOSE NET-DETAIL-FILE
    END-IF.

2100-POST-PAY-ENTRY.
    SET PAY-NOT-FOUND TO TRUE
    MOVE 0 TO WS-PAY-IX
    PERFORM UNTIL PAY-FOUND OR WS-PAY-IX >= WS-PAY-COUNT
        ADD 1 TO WS-PAY-IX
        IF PT-EMP-ID(WS-PAY-IX) = ND-EMP-ID
            SET PAY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF PAY-NOT-FOUND
        IF WS-PAY-COUNT < 500
            ADD 1 TO WS-PAY-COUNT
            MOVE WS-PAY-COUNT TO WS-PAY-IX
            MOVE ND-EMP-ID TO PT-EMP-ID(WS-PAY-IX)
            MOVE ND-EMP-NAME TO PT-EMP-NAME(WS-PAY-IX)
            MOVE ND-DEPT TO PT-DEPT(WS-PAY-IX)
            MOVE 0 TO PT-NET(WS-PAY-IX)
            MOVE 0 TO PT-BANK-IX(WS-PAY-IX)
            MOVE SPACE TO PT-DISPOSITION(WS-PAY-IX)
            MOVE "N" TO PT-PRENOTE-SW(WS-PAY-IX)
            MOVE SPACES TO PT-REASON(WS-PAY-IX)
            SET PAY-FOUND TO TRUE
        ELSE
            IF NOT PAY-TABLE-FULL
                SET PAY-TABLE-FULL TO TRUE
                DISPLAY "Employee pay table full - run cannot "
                    "balance"
            END-IF
        END-IF
    END-IF
    IF PAY-FOUND
        ADD ND-NET TO PT-NET(WS-PAY-IX)
    END-IF.

2500-READ-NET-CONTROL.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT NET-CONTROL-FILE
    IF WS-NETCTL-STATUS = "35"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ NET-CONTROL-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF NC-DATE NUMERIC AND NC-DATE = WS-BUSINESS-DATE
                    SET CONTROL-FOUND TO TRUE
                    MOVE NC-GRAND-NET TO WS-CONTROL-NET
                    MOVE NC-EMP-COUNT TO WS-CONTROL-COUNT
                END-IF
        END-READ
    END-PERFORM
    IF WS-NETCTL-STATUS NOT = "35"
        CLOSE NET-CONTROL-FILE
    END-IF.

3000-PROMOTE-PRENOTES.
    MOVE 0 TO WS-BANK-IX
    PERFORM UNTIL WS-BANK-IX >= WS-BANK-COUNT
        ADD 1 TO WS-BANK-IX
        IF BT-STATUS(WS-BANK-IX) = "P"
                AND BT-PRENOTE-DATE(WS-BANK-IX) > 0
            COMPUTE WS-PRENOTE-INTEGER =
                FUNCTION INTEGER-OF-DATE(BT-PRENOTE-DATE(WS-BANK-IX))
                + WS-PRENOTE-DAYS
            COMPUTE WS-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
            IF WS-DATE-INTEGER >= WS-PRENOTE-INTEGER
                MOVE "A" TO BT-STATUS(WS-BANK-IX)
                MOVE WS-BUSINESS-DATE TO BT-CHANGED-DATE(WS-BANK-IX)
                ADD 1 TO WS-PROMOTED-COUNT
            END-IF
        END-IF
    END-PERFORM.

4000-CLASSIFY-EMPLOYEES.
    MOVE 0 TO WS-PAY-IX
    PERFORM UNTIL WS-PAY-IX >= WS-PAY-COUNT
        ADD 1 TO WS-PAY-IX
        PERFORM 7200-FIND-BANK
        IF PT-NET(WS-PAY-IX) = 0
            SET PT-NOTHING-DUE(WS-PAY-IX) TO TRUE
            ADD 1 TO WS-ZERO-COUNT
        ELSE
            SET PT-PAPER-CHECK(WS-PAY-IX) TO TRUE
            IF BANK-NOT-FOUND
                MOVE "NO ACCOUNT ON FILE" TO PT-REASON(WS-PAY-IX)
            ELSE
                MOVE WS-BANK-IX TO PT-BANK-IX(WS-PAY-IX)
                PERFORM 4100-CHECK-ACCOUNT
            END-IF
            IF PT-DEPOSIT(WS-PAY-IX)
                ADD 1 TO WS-DEPOSIT-COUNT
                ADD PT-NET(WS-PAY-IX) TO WS-DEPOSIT-TOTAL
            ELSE
                ADD 1 TO WS-CHECK-COUNT
                ADD PT-NET(WS-PAY-IX) TO WS-CHECK-TOTAL
            END-IF
        END-IF
    END-PERFORM.

4100-CHECK-ACCOUNT.
    MOVE BT-ROUTING(WS-BANK-IX) TO WS-ROUTING-WORK
    PERFORM 4150-CHECK-ROUTING-DIGIT
    EVALUATE TRUE
        WHEN BT-ROUTING(WS-BANK-IX) NOT NUMERIC
                OR BT-ROUTING(WS-BANK-IX) = 0
                OR WS-CHECK-REMAINDER NOT = 0
            MOVE "INVALID ROUTING NUMBER" TO PT-REASON(WS-PAY-IX)
        WHEN BT-ACCOUNT(WS-BANK-IX) = SPACES
                OR (BT-ACCT-TYPE(WS-BANK-IX) NOT = "C"
                    AND BT-ACCT-TYPE(WS-BANK-IX) NOT = "S")
            MOVE "INVALID ACCOUNT DATA" TO PT-REASON(WS-PAY-IX)
        WHEN BT-STATUS(WS-BANK-IX) = "D"
            MOVE "ACCOUNT DEACTIVATED" TO PT-REASON(WS-PAY-IX)
        WHEN BT-STATUS(WS-BANK-IX) = "P"
                AND BT-PRENOTE-DATE(WS-BANK-IX) = 0
            SET PT-SEND-PRENOTE(WS-PAY-IX) TO TRUE
            MOVE "PRENOTE SENT THIS RUN" TO PT-REASON(WS-PAY-IX)
        WHEN BT-STATUS(WS-BANK-IX) = "P"
            MOVE "PRENOTE PENDING" TO PT-REASON(WS-PAY-IX)
        WHEN BT-STATUS(WS-BANK-IX) = "A"
            SET PT-DEPOSIT(WS-PAY-IX) TO TRUE
        WHEN OTHER
            MOVE "UNKNOWN ACCOUNT STATUS" TO PT-REASON(WS-PAY-IX)
    END-EVALUATE.

4150-CHECK-ROUTING-DIGIT.
    MOVE 1 TO WS-CHECK-REMAINDER
    IF WS-ROUTING-WORK NUMERIC
        COMPUTE WS-CHECK-SUM =
            3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                + WS-ROUTING-DIGIT(7))
            + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                + WS-ROUTING-DIGIT(8))
            + WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                + WS-ROUTING-DIGIT(9)
        DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
            REMAINDER WS-CHECK-REMAINDER
    END-IF.

5000-CHECK-BALANCE.
    SET IN-BALANCE TO TRUE
    IF NOT CONTROL-FOUND
        SET OUT-OF-BALANCE TO TRUE
    END-IF
    IF PAY-TABLE-FULL
        SET OUT-OF-BALANCE TO TRUE
    END-IF
    IF WS-DETAIL-NET NOT = WS-CONTROL-NET
            OR WS-DETAIL-COUNT NOT = WS-CONTROL-COUNT
        SET OUT-OF-BALANCE TO TRUE
    END-IF
    COMPUTE WS-PAID-TOTAL = WS-DEPOSIT-TOTAL + WS-CHECK-TOTAL
    IF WS-PAID-TOTAL NOT = WS-CONTROL-NET
        SET OUT-OF-BALANCE TO TRUE
    END-IF.

6000-WRITE-DEPOSIT-FILE.
    MOVE WS-ORIGIN-DEST-ROUTING TO FH-DEST-ROUTING
    MOVE WS-ORIGIN-ID TO FH-ORIGIN-ID
    MOVE WS-TODAY(3:6) TO FH-CREATE-DATE
    ACCEPT WS-OPS-TIME-RAW FROM TIME
    MOVE WS-OPS-HHMM TO FH-CREATE-TIME
    MOVE WS-ORIGIN-DEST-NAME TO FH-DEST-NAME
    MOVE WS-ORIGIN-NAME TO FH-ORIGIN-NAME
    MOVE WS-FILE-HEADER TO DEPOSIT-RECORD
    PERFORM 6900-WRITE-DEPOSIT-RECORD
    MOVE WS-COMPANY-NAME TO BH-COMPANY-NAME
    MOVE WS-COMPANY-ID TO BH-COMPANY-ID
    MOVE WS-BUSINESS-DATE(3:6) TO BH-DESCRIPTIVE-DATE
    MOVE WS-EFFECTIVE-DATE(3:6) TO BH-EFFECTIVE-DATE
    MOVE WS-ODFI-ID TO BH-ODFI-ID
    MOVE WS-BATCH-HEADER TO DEPOSIT-RECORD
    PERFORM 6900-WRITE-DEPOSIT-RECORD
    MOVE 0 TO WS-PAY-IX
    PERFORM UNTIL WS-PAY-IX >= WS-PAY-COUNT
        ADD 1 TO WS-PAY-IX
        IF PT-DEPOSIT(WS-PAY-IX)
            MOVE PT-BANK-IX(WS-PAY-IX) TO WS-BANK-IX
            MOVE PT-NET(WS-PAY-IX) TO ED-AMOUNT
            IF BT-ACCT-TYPE(WS-BANK-IX) = "S"
                MOVE 32 TO ED-TRAN-CODE
            ELSE
                MOVE 22 TO ED-TRAN-CODE
            END-IF
            PERFORM 6100-WRITE-ENTRY
        END-IF
        IF PT-SEND-PRENOTE(WS-PAY-IX)
            MOVE PT-BANK-IX(WS-PAY-IX) TO WS-BANK-IX
            MOVE 0 TO ED-AMOUNT
            IF BT-ACCT-TYPE(WS-BANK-IX) = "S"
                MOVE 33 TO ED-TRAN-CODE
            ELSE
                MOVE 23 TO ED-TRAN-CODE
            END-IF
            PERFORM 6100-WRITE-ENTRY
            MOVE WS-BUSINESS-DATE TO BT-PRENOTE-DATE(WS-BANK-IX)
            ADD 1 TO WS-PRENOTE-COUNT
        END-IF
    END-PERFORM
    MOVE WS-ENTRY-HASH TO WS-HASH-TEN
    MOVE WS-ENTRY-COUNT TO BC-ENTRY-COUNT
    MOVE WS-HASH-TEN TO BC-ENTRY-HASH
    MOVE 0 TO BC-TOTAL-DEBIT
    MOVE WS-DEPOSIT-TOTAL TO BC-TOTAL-CREDIT
    MOVE WS-COMPANY-ID TO BC-COMPANY-ID
    MOVE WS-ODFI-ID TO BC-ODFI-ID
    MOVE WS-BATCH-CONTROL TO DEPOSIT-RECORD
    PERFORM 6900-WRITE-DEPOSIT-RECORD
    COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 1 + 9) / 10
    MOVE WS-BLOCK-COUNT TO FC-BLOCK-COUNT
    MOVE WS-ENTRY-COUNT TO FC-ENTRY-COUNT
    MOVE WS-HASH-TEN TO FC-ENTRY-HASH
    MOVE 0 TO FC-TOTAL-DEBIT
    MOVE WS-DEPOSIT-TOTAL TO FC-TOTAL-CREDIT
    MOVE WS-FILE-CONTROL TO DEPOSIT-RECORD
    PERFORM 6900-WRITE-DEPOSIT-RECORD
    COMPUTE WS-FILL-COUNT = WS-BLOCK-COUNT * 10 - WS-RECORD-COUNT
    PERFORM UNTIL WS-FILL-COUNT = 0
        MOVE WS-BLOCK-FILL TO DEPOSIT-RECORD
        PERFORM 6900-WRITE-DEPOSIT-RECORD
        SUBTRACT 1 FROM WS-FILL-COUNT
    END-PERFORM.

6100-WRITE-ENTRY.
    MOVE BT-ROUTING(WS-BANK-IX) TO WS-ROUTING-WORK
    MOVE WS-ROUTING-RDFI TO ED-RDFI-ID
    MOVE WS-ROUTING-CHECK TO ED-CHECK-DIGIT
    MOVE BT-ACCOUNT(WS-BANK-IX) TO ED-ACCOUNT
    MOVE PT-EMP-ID(WS-PAY-IX) TO ED-INDIVIDUAL-ID
    MOVE FUNCTION UPPER-CASE(PT-EMP-NAME(WS-PAY-IX))
        TO ED-INDIVIDUAL-NAME
    ADD 1 TO WS-TRACE-SEQ
    MOVE WS-ODFI-ID TO ED-TRACE-ODFI
    MOVE WS-TRACE-SEQ TO ED-TRACE-SEQ
    MOVE WS-ENTRY-DETAIL TO DEPOSIT-RECORD
    PERFORM 6900-WRITE-DEPOSIT-RECORD
    ADD 1 TO WS-ENTRY-COUNT
    ADD WS-ROUTING-RDFI TO WS-ENTRY-HASH.

6900-WRITE-DEPOSIT-RECORD.
    WRITE DEPOSIT-RECORD
    IF WS-DDFILE-STATUS = "00"
        ADD 1 TO WS-RECORD-COUNT
    ELSE
        ADD 1 TO WS-WRITE-FAIL-COUNT
        DISPLAY "Deposit file write failed - file status "
            WS-DDFILE-STATUS
    END-IF.

7000-WRITE-REPORT.
    OPEN OUTPUT DEPOSIT-REPORT
    WRITE DEPOSIT-REPORT-LINE FROM WS-HEADING-LINE-1
    WRITE DEPOSIT-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE WS-BUSINESS-DATE TO HD-DATE
    WRITE DEPOSIT-REPORT-LINE FROM WS-DATE-LINE
    WRITE DEPOSIT-REPORT-LINE FROM WS-HEADING-LINE-2
    WRITE DEPOSIT-REPORT-LINE FROM WS-EXCEPTION-HEAD
    WRITE DEPOSIT-REPORT-LINE FROM WS-COLUMN-LINE
    MOVE 0 TO WS-PAY-IX
    PERFORM UNTIL WS-PAY-IX >= WS-PAY-COUNT
        ADD 1 TO WS-PAY-IX
        IF PT-PAPER-CHECK(WS-PAY-IX)
            MOVE PT-EMP-ID(WS-PAY-IX) TO XL-EMP-ID
            MOVE PT-EMP-NAME(WS-PAY-IX) TO XL-NAME
            MOVE PT-DEPT(WS-PAY-IX) TO XL-DEPT
            MOVE PT-NET(WS-PAY-IX) TO XL-NET
            MOVE PT-REASON(WS-PAY-IX) TO XL-REASON
            WRITE DEPOSIT-REPORT-LINE FROM WS-EXCEPTION-LINE
        END-IF
    END-PERFORM
    WRITE DEPOSIT-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE "DIRECT DEPOSIT ENTRIES:" TO CL-LABEL
    MOVE WS-DEPOSIT-COUNT TO CL-COUNT
    WRITE DEPOSIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "DIRECT DEPOSIT TOTAL:" TO AL-LABEL
    MOVE WS-DEPOSIT-TOTAL TO AL-AMOUNT
    WRITE DEPOSIT-REPORT-LINE FROM WS-AMOUNT-LINE
    MOVE "PAPER CHECKS:" TO CL-LABEL
    MOVE WS-CHECK-COUNT TO CL-COUNT
    WRITE DEPOSIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "PAPER CHECK TOTAL:" TO AL-LABEL
    MOVE WS-CHECK-TOTAL TO AL-AMOUNT
    WRITE DEPOSIT-REPORT-LINE FROM WS-AMOUNT-LINE
    IF WS-ZERO-COUNT > 0
        MOVE "ZERO NET - NOTHING PAID:" TO CL-LABEL
        MOVE WS-ZERO-COUNT TO CL-COUNT
        WRITE DEPOSIT-REPORT-LINE FROM WS-COUNT-LINE
    END-IF
    MOVE "PRENOTES SENT:" TO CL-LABEL
    MOVE WS-PRENOTE-COUNT TO CL-COUNT
    WRITE DEPOSIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "PRENOTES CLEARED TO ACTIVE:" TO CL-LABEL
    MOVE WS-PROMOTED-COUNT TO CL-COUNT
    WRITE DEPOSIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "BATCH ENTRY COUNT:" TO CL-LABEL
    MOVE WS-ENTRY-COUNT TO CL-COUNT
    WRITE DEPOSIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "BATCH ENTRY HASH:" TO CL-LABEL
    MOVE WS-HASH-TEN TO CL-COUNT
    WRITE DEPOSIT-REPORT-LINE FROM WS-COUNT-LINE
    WRITE DEPOSIT-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE "DEPOSITS PLUS PAPER CHECKS:" TO AL-LABEL
    MOVE WS-PAID-TOTAL TO AL-AMOUNT
    WRITE DEPOSIT-REPORT-LINE FROM WS-AMOUNT-LINE
    MOVE "NETREG GRAND NET (NETCTL):" TO AL-LABEL
    MOVE WS-CONTROL-NET TO AL-AMOUNT
    WRITE DEPOSIT-REPORT-LINE FROM WS-AMOUNT-LINE
    WRITE DEPOSIT-REPORT-LINE FROM WS-HEADING-LINE-2
    EVALUATE TRUE
        WHEN OUT-OF-BALANCE
            MOVE "*** OUT OF BALANCE - NO DEPOSIT FILE SENT ***"
                TO VL-TEXT
        WHEN WS-WRITE-FAIL-COUNT > 0
            MOVE "*** DEPOSIT FILE WRITE FAILED - NO DEPOSIT FILE SENT ***"
                TO VL-TEXT
        WHEN WS-BANK-FAIL-COUNT > 0
            MOVE "*** BANKMAST NOT SAVED - NO DEPOSIT FILE SENT ***"
                TO VL-TEXT
        WHEN OTHER
            MOVE "DEPOSIT FILE TIES TO THE NET PAY REGISTER"
                TO VL-TEXT
    END-EVALUATE
    WRITE DEPOSIT-REPORT-LINE FROM WS-VERDICT-LINE
    CLOSE DEPOSIT-REPORT.

7100-LOAD-BANK-MASTER.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-BANK-COUNT
    OPEN INPUT BANK-MASTER-FILE
    IF WS-BANKMAST-STATUS = "35"
        DISPLAY "Bank master not found - every employee gets "
            "a paper check"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ BANK-MASTER-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF WS-BANK-COUNT < 200
                    ADD 1 TO WS-BANK-COUNT
                    MOVE BANK-MASTER-RECORD
                        TO WS-BANK-ENTRY(WS-BANK-COUNT)
                ELSE
                    DISPLAY "Bank master table full - "
                        "record skipped"
                END-IF
        END-READ
    END-PERFORM
    IF WS-BANKMAST-STATUS NOT = "35"
        CLOSE BANK-MASTER-FILE
    END-IF.

7200-FIND-BANK.
    SET BANK-NOT-FOUND TO TRUE
    MOVE 0 TO WS-BANK-IX
    PERFORM UNTIL BANK-FOUND OR WS-BANK-IX >= WS-BANK-COUNT
        ADD 1 TO WS-BANK-IX
        IF BT-EMP-ID(WS-BANK-IX) = PT-EMP-ID(WS-PAY-IX)
            SET BANK-FOUND TO TRUE
        END-IF
    END-PERFORM.

7400-SAVE-BANK-MASTER.
    IF WS-PRENOTE-COUNT > 0 OR WS-PROMOTED-COUNT > 0
        OPEN OUTPUT BANK-MASTER-FILE
        IF WS-BANKMAST-STATUS NOT = "00"
            ADD 1 TO WS-BANK-FAIL-COUNT
            DISPLAY "Bank master save open failed - file status "
                WS-BANKMAST-STATUS " - prenote dates not recorded"
        ELSE
            MOVE 0 TO WS-BANK-IX
            PERFORM UNTIL WS-BANK-IX >= WS-BANK-COUNT
                ADD 1 TO WS-BANK-IX
                MOVE WS-BANK-ENTRY(WS-BANK-IX) TO BANK-MASTER-RECORD
                WRITE BANK-MASTER-RECORD
                IF WS-BANKMAST-STATUS NOT = "00"
                    ADD 1 TO WS-BANK-FAIL-COUNT
                    DISPLAY "Bank master write failed for "
                        BT-EMP-ID(WS-BANK-IX) " - file status "
                        WS-BANKMAST-STATUS
                END-IF
            END-PERFORM
            CLOSE BANK-MASTER-FILE
        END-IF
    END-IF.

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
        MOVE "COBOLTUV" TO OL-PROGRAM
        MOVE WS-BUSINESS-DATE TO OL-DATE
        MOVE WS-START-TIME TO OL-START-TIME
        ACCEPT WS-OPS-TIME-RAW FROM TIME
        MOVE WS-OPS-TIME-HHMMSS TO OL-END-TIME
        MOVE WS-DETAIL-COUNT TO OL-RECORDS-IN
        MOVE WS-ENTRY-COUNT TO OL-RECORDS-OUT
        MOVE WS-CHECK-COUNT TO OL-REJECTS
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
