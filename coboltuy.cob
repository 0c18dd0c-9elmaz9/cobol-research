      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltuy.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - quarter-end and year-end wage summaries for
*> the tax filings: reads the YTDMAST year-to-date earnings master
*> coboltun posts each net pay run (plus the YTDHIST closed-year
*> records, so a summary for a year that has already rolled over can
*> still be printed), and prints WAGERPT with one line per employee
*> grouped by department, department subtotals, and grand totals -
*> first the quarter's gross, taxes, fixed deductions, garnishments,
*> and net, then the year to date through that quarter.  The summary
*> quarter is the quarter of the last closed business date from
*> CYCLEDT; the fourth quarter's year-to-date section is the
*> year-end wage summary.
*> October 14th 2026 - step control: the run first checks the STEPCTL
*> step-control dataset for the last closed business date (CYCLEDT
*> less one day) and refuses (return code 8, nothing touched) when its
*> scheduled predecessors have not completed for that date, the date
*> is not the month- or quarter-end its schedule calls for, or it has
*> already completed for that date, unless an operator has recorded
*> an authorised rerun with coboltvc.  The end of the run is recorded
*> on STEPCTL (complete below return code 8, failed otherwise).
*> October 15th 2026 - a YTDMAST open failure or an employee table
*> that fills before YTDMAST is loaded now ends the run with return
*> code 8, so an incomplete summary is never recorded as complete.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
    SELECT YTD-MASTER-FILE ASSIGN TO "YTDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS YM-EMP-ID
        FILE STATUS IS WS-YTDMAST-STATUS.
    SELECT YTD-HISTORY-FILE ASSIGN TO "YTDHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-YTDHIST-STATUS.
    SELECT WAGE-REPORT ASSIGN TO "WAGERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WAGERPT-STATUS.
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

FD YTD-MASTER-FILE.
01 YTD-MASTER-RECORD.
    05 YM-EMP-ID PIC 9(5).
    05 FILLER PIC X(275).

FD YTD-HISTORY-FILE.
01 YTD-HISTORY-RECORD PIC X(280).

FD WAGE-REPORT.
01 WAGE-REPORT-LINE PIC X(100).

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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTUY".
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
01 WS-YTDMAST-STATUS PIC XX VALUE "00".
01 WS-YTDHIST-STATUS PIC XX VALUE "00".
01 WS-WAGERPT-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-SORT-SW PIC X VALUE "N".
    88 EMPLOYEES-SORTED VALUE "Y".
01 WS-OVERFLOW-SW PIC X VALUE "N".
    88 EMP-TABLE-FULL VALUE "Y".
01 WS-YTDMAST-OPEN-SW PIC X VALUE "Y".
    88 YTD-MASTER-OPENED VALUE "Y".
    88 YTD-MASTER-NOT-OPENED VALUE "N".
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-CYCLE-DATE PIC 9(8) VALUE 0.
01 WS-SUMMARY-DATE PIC 9(8) VALUE 0.
01 WS-DATE-INTEGER PIC 9(8) VALUE 0.
01 WS-TAX-YEAR PIC 9(4) VALUE 0.
01 WS-SUMMARY-MONTH PIC 99 VALUE 0.
01 WS-QUARTER PIC 9 VALUE 0.
01 WS-QTR-IX PIC 9 VALUE 0.
01 WS-READ-COUNT PIC 9(7) VALUE 0.
01 WS-SKIP-COUNT PIC 9(7) VALUE 0.
01 WS-YTD-RECORD.
    05 YW-EMP-ID PIC 9(5).
    05 YW-EMP-NAME PIC X(30).
    05 YW-DEPT PIC X(8).
    05 YW-TAX-YEAR PIC 9(4).
    05 YW-LAST-POSTED PIC 9(8).
    05 YW-AMOUNTS.
        10 YW-YTD-GROSS PIC 9(7)V99.
        10 YW-YTD-TAX PIC 9(7)V99.
        10 YW-YTD-FIXED PIC 9(7)V99.
        10 YW-YTD-GARNISH PIC 9(7)V99.
        10 YW-YTD-NET PIC 9(7)V99.
        10 YW-QUARTER OCCURS 4 TIMES.
            15 YW-QTD-GROSS PIC 9(7)V99.
            15 YW-QTD-TAX PIC 9(7)V99.
            15 YW-QTD-FIXED PIC 9(7)V99.
            15 YW-QTD-GARNISH PIC 9(7)V99.
            15 YW-QTD-NET PIC 9(7)V99.
01 WS-EMP-COUNT PIC 999 VALUE 0.
01 WS-EMP-IX PIC 999 VALUE 0.
01 WS-EMP-TABLE.
    05 WS-EMP-ENTRY OCCURS 500 TIMES.
        10 ET-KEY.
            15 ET-DEPT PIC X(8).
            15 ET-EMP-ID PIC 9(5).
        10 ET-NAME PIC X(30).
        10 ET-Q-GROSS PIC 9(7)V99.
        10 ET-Q-TAX PIC 9(7)V99.
        10 ET-Q-FIXED PIC 9(7)V99.
        10 ET-Q-GARNISH PIC 9(7)V99.
        10 ET-Q-NET PIC 9(7)V99.
        10 ET-Y-GROSS PIC 9(7)V99.
        10 ET-Y-TAX PIC 9(7)V99.
        10 ET-Y-FIXED PIC 9(7)V99.
        10 ET-Y-GARNISH PIC 9(7)V99.
        10 ET-Y-NET PIC 9(7)V99.
01 WS-SWAP-ENTRY PIC X(133).
01 WS-SECTION-SW PIC X VALUE "Q".
    88 QUARTER-SECTION VALUE "Q".
    88 YEAR-SECTION VALUE "Y".
01 WS-CURRENT-DEPT PIC X(8) VALUE SPACES.
01 WS-DEPT-EMPS PIC 999 VALUE 0.
01 WS-LINE-AMOUNTS.
    05 WS-LINE-GROSS PIC 9(7)V99 VALUE 0.
    05 WS-LINE-TAX PIC 9(7)V99 VALUE 0.
    05 WS-LINE-FIXED PIC 9(7)V99 VALUE 0.
    05 WS-LINE-GARNISH PIC 9(7)V99 VALUE 0.
    05 WS-LINE-NET PIC 9(7)V99 VALUE 0.
01 WS-DEPT-AMOUNTS.
    05 WS-DEPT-GROSS PIC 9(7)V99 VALUE 0.
    05 WS-DEPT-TAX PIC 9(7)V99 VALUE 0.
    05 WS-DEPT-FIXED PIC 9(7)V99 VALUE 0.
    05 WS-DEPT-GARNISH PIC 9(7)V99 VALUE 0.
    05 WS-DEPT-NET PIC 9(7)V99 VALUE 0.
01 WS-GRAND-AMOUNTS.
    05 WS-GRAND-GROSS PIC 9(7)V99 VALUE 0.
    05 WS-GRAND-TAX PIC 9(7)V99 VALUE 0.
    05 WS-GRAND-FIXED PIC 9(7)V99 VALUE 0.
    05 WS-GRAND-GARNISH PIC 9(7)V99 VALUE 0.
    05 WS-GRAND-NET PIC 9(7)V99 VALUE 0.
01 WS-HEADING-LINE-1 PIC X(100) VALUE
    "WAGE SUMMARY".
01 WS-HEADING-LINE-2 PIC X(100) VALUE ALL "-".
01 WS-SECTION-LINE.
    05 SL-TITLE PIC X(50).
01 WS-PERIOD-LINE.
    05 FILLER PIC X(25) VALUE "TAX YEAR / QUARTER:".
    05 PL-YEAR PIC 9(4).
    05 FILLER PIC X(3) VALUE " Q".
    05 PL-QUARTER PIC 9.
01 WS-DATE-LINE.
    05 FILLER PIC X(25) VALUE "THROUGH BUSINESS DATE:".
    05 HD-DATE PIC 9(8).
01 WS-COLUMN-LINE PIC X(100) VALUE
    "  EMP    NAME                           GROSS       TAXES       FIXED     GARNISH         NET".
01 WS-DETAIL-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WD-EMP-ID PIC 9(5).
    05 FILLER PIC X(2) VALUE SPACES.
    05 WD-NAME PIC X(24).
    05 FILLER PIC X(2) VALUE SPACES.
    05 WD-GROSS PIC Z(6)9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WD-TAX PIC Z(6)9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WD-FIXED PIC Z(6)9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WD-GARNISH PIC Z(6)9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WD-NET PIC Z(6)9.99.
01 WS-TOTAL-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WT-LABEL PIC X(20).
    05 WT-DEPT PIC X(8).
    05 WT-COUNT PIC ZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WT-GROSS PIC Z(6)9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WT-TAX PIC Z(6)9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WT-FIXED PIC Z(6)9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WT-GARNISH PIC Z(6)9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 WT-NET PIC Z(6)9.99.
01 WS-COUNT-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 CL-LABEL PIC X(36).
    05 CL-COUNT PIC ZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-CHECK-STEP-CONTROL
    IF STEP-REFUSED
        MOVE 8 TO RETURN-CODE
        MOVE WS-STEP-DATE TO WS-SUMMARY-DATE
        PERFORM 8900-WRITE-OPS-LOG
        STOP RUN
    END-IF
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-YTD-MASTER
    PERFORM 2500-LOAD-YTD-HISTORY
    PERFORM 3000-SORT-EMPLOYEES
    SET QUARTER-SECTION TO TRUE
    PERFORM 4000-WRITE-SECTION
    SET YEAR-SECTION TO TRUE
    PERFORM 4000-WRITE-SECTION
    PERFORM 8000-WRITE-SUMMARY
    PERFORM 9000-TERMINATE
    DISPLAY "Wage summary complete - " WS-EMP-COUNT
        " employees for tax year " WS-TAX-YEAR " quarter " WS-QUARTER
    IF EMP-TABLE-FULL
        DISPLAY "Employee table filled before YTDMAST was fully "
            "loaded - wage summary is incomplete"
        MOVE 8 TO RETURN-CODE
    END-IF
    IF YTD-MASTER-NOT-OPENED
        DISPLAY "YTD master could not be opened - wage summary "
            "is incomplete and must not be filed"
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
    COMPUTE WS-SUMMARY-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    MOVE WS-SUMMARY-DATE(1:4) TO WS-TAX-YEAR
    MOVE WS-SUMMARY-DATE(5:2) TO WS-SUMMARY-MONTH
    COMPUTE WS-QUARTER = (WS-SUMMARY-MONTH + 2) / 3
    OPEN OUTPUT WAGE-REPORT
    WRITE WAGE-REPORT-LINE FROM WS-HEADING-LINE-1
    WRITE WAGE-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE WS-TAX-YEAR TO PL-YEAR
    MOVE WS-QUARTER TO PL-QUARTER
    WRITE WAGE-REPORT-LINE FROM WS-PERIOD-LINE
    MOVE WS-SUMMARY-DATE TO HD-DATE
    WRITE WAGE-REPORT-LINE FROM WS-DATE-LINE.

2000-LOAD-YTD-MASTER.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT YTD-MASTER-FILE
    IF WS-YTDMAST-STATUS NOT = "00"
        DISPLAY "YTD master open failed - file status "
            WS-YTDMAST-STATUS " - no current-year earnings loaded"
        SET YTD-MASTER-NOT-OPENED TO TRUE
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ YTD-MASTER-FILE NEXT RECORD INTO WS-YTD-RECORD
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM 2100-ADD-EMPLOYEE
        END-READ
    END-PERFORM
    IF WS-YTDMAST-STATUS = "00" OR WS-YTDMAST-STATUS = "10"
        CLOSE YTD-MASTER-FILE
    END-IF.

2100-ADD-EMPLOYEE.
    IF YW-TAX-YEAR NOT NUMERIC OR YW-TAX-YEAR NOT = WS-TAX-YEAR
        ADD 1 TO WS-SKIP-COUNT
    ELSE
        IF WS-EMP-COUNT < 500
            ADD 1 TO WS-EMP-COUNT
            MOVE YW-DEPT TO ET-DEPT(WS-EMP-COUNT)
            MOVE YW-EMP-ID TO ET-EMP-ID(WS-EMP-COUNT)
            MOVE YW-EMP-NAME TO ET-NAME(WS-EMP-COUNT)
            MOVE YW-QTD-GROSS(WS-QUARTER) TO ET-Q-GROSS(WS-EMP-COUNT)
            MOVE YW-QTD-TAX(WS-QUARTER) TO ET-Q-TAX(WS-EMP-COUNT)
            MOVE YW-QTD-FIXED(WS-QUARTER) TO ET-Q-FIXED(WS-EMP-COUNT)
            MOVE YW-QTD-GARNISH(WS-QUARTER)
                TO ET-Q-GARNISH(WS-EMP-COUNT)
            MOVE YW-QTD-NET(WS-QUARTER) TO ET-Q-NET(WS-EMP-COUNT)
            MOVE 0 TO ET-Y-GROSS(WS-EMP-COUNT)
            MOVE 0 TO ET-Y-TAX(WS-EMP-COUNT)
            MOVE 0 TO ET-Y-FIXED(WS-EMP-COUNT)
            MOVE 0 TO ET-Y-GARNISH(WS-EMP-COUNT)
            MOVE 0 TO ET-Y-NET(WS-EMP-COUNT)
            MOVE 0 TO WS-QTR-IX
            PERFORM UNTIL WS-QTR-IX >= WS-QUARTER
                ADD 1 TO WS-QTR-IX
                ADD YW-QTD-GROSS(WS-QTR-IX) TO ET-Y-GROSS(WS-EMP-COUNT)
                ADD YW-QTD-TAX(WS-QTR-IX) TO ET-Y-TAX(WS-EMP-COUNT)
                ADD YW-QTD-FIXED(WS-QTR-IX) TO ET-Y-FIXED(WS-EMP-COUNT)
                ADD YW-QTD-GARNISH(WS-QTR-IX)
                    TO ET-Y-GARNISH(WS-EMP-COUNT)
                ADD YW-QTD-NET(WS-QTR-IX) TO ET-Y-NET(WS-EMP-COUNT)
            END-PERFORM
        ELSE
            SET EMP-TABLE-FULL TO TRUE
        END-IF
    END-IF.

2500-LOAD-YTD-HISTORY.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT YTD-HISTORY-FILE
    IF WS-YTDHIST-STATUS = "35"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ YTD-HISTORY-FILE INTO WS-YTD-RECORD
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM 2100-ADD-EMPLOYEE
        END-READ
    END-PERFORM
    IF WS-YTDHIST-STATUS NOT = "35"
        CLOSE YTD-HISTORY-FILE
    END-IF.

3000-SORT-EMPLOYEES.
    MOVE "N" TO WS-SORT-SW
    PERFORM UNTIL EMPLOYEES-SORTED
        SET EMPLOYEES-SORTED TO TRUE
        MOVE 0 TO WS-EMP-IX
        PERFORM UNTIL WS-EMP-IX >= WS-EMP-COUNT - 1
            ADD 1 TO WS-EMP-IX
            IF ET-KEY(WS-EMP-IX) > ET-KEY(WS-EMP-IX + 1)
                MOVE WS-EMP-ENTRY(WS-EMP-IX) TO WS-SWAP-ENTRY
                MOVE WS-EMP-ENTRY(WS-EMP-IX + 1)
                    TO WS-EMP-ENTRY(WS-EMP-IX)
                MOVE WS-SWAP-ENTRY TO WS-EMP-ENTRY(WS-EMP-IX + 1)
                MOVE "N" TO WS-SORT-SW
            END-IF
        END-PERFORM
    END-PERFORM.

4000-WRITE-SECTION.
    WRITE WAGE-REPORT-LINE FROM WS-HEADING-LINE-2
    IF QUARTER-SECTION
        MOVE "QUARTER-END WAGE SUMMARY" TO SL-TITLE
    ELSE
        IF WS-QUARTER = 4
            MOVE "YEAR-END WAGE SUMMARY" TO SL-TITLE
        ELSE
            MOVE "YEAR-TO-DATE WAGE SUMMARY THROUGH THE QUARTER"
                TO SL-TITLE
        END-IF
    END-IF
    WRITE WAGE-REPORT-LINE FROM WS-SECTION-LINE
    WRITE WAGE-REPORT-LINE FROM WS-HEADING-LINE-2
    WRITE WAGE-REPORT-LINE FROM WS-COLUMN-LINE
    MOVE ZEROS TO WS-GRAND-AMOUNTS
    MOVE ZEROS TO WS-DEPT-AMOUNTS
    MOVE 0 TO WS-DEPT-EMPS
    MOVE 0 TO WS-EMP-IX
    PERFORM UNTIL WS-EMP-IX >= WS-EMP-COUNT
        ADD 1 TO WS-EMP-IX
        IF WS-EMP-IX > 1
                AND ET-DEPT(WS-EMP-IX) NOT = WS-CURRENT-DEPT
            PERFORM 4200-WRITE-DEPT-TOTAL
        END-IF
        MOVE ET-DEPT(WS-EMP-IX) TO WS-CURRENT-DEPT
        PERFORM 4100-WRITE-EMPLOYEE
    END-PERFORM
    IF WS-EMP-COUNT > 0
        PERFORM 4200-WRITE-DEPT-TOTAL
    END-IF
    WRITE WAGE-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE "GRAND TOTAL" TO WT-LABEL
    MOVE SPACES TO WT-DEPT
    MOVE WS-EMP-COUNT TO WT-COUNT
    MOVE WS-GRAND-GROSS TO WT-GROSS
    MOVE WS-GRAND-TAX TO WT-TAX
    MOVE WS-GRAND-FIXED TO WT-FIXED
    MOVE WS-GRAND-GARNISH TO WT-GARNISH
    MOVE WS-GRAND-NET TO WT-NET
    WRITE WAGE-REPORT-LINE FROM WS-TOTAL-LINE.

4100-WRITE-EMPLOYEE.
    IF QUARTER-SECTION
        MOVE ET-Q-GROSS(WS-EMP-IX) TO WS-LINE-GROSS
        MOVE ET-Q-TAX(WS-EMP-IX) TO WS-LINE-TAX
        MOVE ET-Q-FIXED(WS-EMP-IX) TO WS-LINE-FIXED
        MOVE ET-Q-GARNISH(WS-EMP-IX) TO WS-LINE-GARNISH
        MOVE ET-Q-NET(WS-EMP-IX) TO WS-LINE-NET
    ELSE
        MOVE ET-Y-GROSS(WS-EMP-IX) TO WS-LINE-GROSS
        MOVE ET-Y-TAX(WS-EMP-IX) TO WS-LINE-TAX
        MOVE ET-Y-FIXED(WS-EMP-IX) TO WS-LINE-FIXED
        MOVE ET-Y-GARNISH(WS-EMP-IX) TO WS-LINE-GARNISH
        MOVE ET-Y-NET(WS-EMP-IX) TO WS-LINE-NET
    END-IF
    MOVE ET-EMP-ID(WS-EMP-IX) TO WD-EMP-ID
    MOVE ET-NAME(WS-EMP-IX) TO WD-NAME
    MOVE WS-LINE-GROSS TO WD-GROSS
    MOVE WS-LINE-TAX TO WD-TAX
    MOVE WS-LINE-FIXED TO WD-FIXED
    MOVE WS-LINE-GARNISH TO WD-GARNISH
    MOVE WS-LINE-NET TO WD-NET
    WRITE WAGE-REPORT-LINE FROM WS-DETAIL-LINE
    ADD 1 TO WS-DEPT-EMPS
    ADD WS-LINE-GROSS TO WS-DEPT-GROSS WS-GRAND-GROSS
    ADD WS-LINE-TAX TO WS-DEPT-TAX WS-GRAND-TAX
    ADD WS-LINE-FIXED TO WS-DEPT-FIXED WS-GRAND-FIXED
    ADD WS-LINE-GARNISH TO WS-DEPT-GARNISH WS-GRAND-GARNISH
    ADD WS-LINE-NET TO WS-DEPT-NET WS-GRAND-NET.

4200-WRITE-DEPT-TOTAL.
    MOVE "DEPT TOTAL" TO WT-LABEL
    MOVE WS-CURRENT-DEPT TO WT-DEPT
    MOVE WS-DEPT-EMPS TO WT-COUNT
    MOVE WS-DEPT-GROSS TO WT-GROSS
    MOVE WS-DEPT-TAX TO WT-TAX
    MOVE WS-DEPT-FIXED TO WT-FIXED
    MOVE WS-DEPT-GARNISH TO WT-GARNISH
    MOVE WS-DEPT-NET TO WT-NET
    WRITE WAGE-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE ZEROS TO WS-DEPT-AMOUNTS
    MOVE 0 TO WS-DEPT-EMPS.

8000-WRITE-SUMMARY.
    WRITE WAGE-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE "EMPLOYEES WITH EARNINGS THIS YEAR:" TO CL-LABEL
    MOVE WS-EMP-COUNT TO CL-COUNT
    WRITE WAGE-REPORT-LINE FROM WS-COUNT-LINE
    IF WS-SKIP-COUNT > 0
        MOVE "RECORDS FOR OTHER TAX YEARS:" TO CL-LABEL
        MOVE WS-SKIP-COUNT TO CL-COUNT
        WRITE WAGE-REPORT-LINE FROM WS-COUNT-LINE
    END-IF.

9000-TERMINATE.
    CLOSE WAGE-REPORT.

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
        MOVE "COBOLTUY" TO OL-PROGRAM
        MOVE WS-SUMMARY-DATE TO OL-DATE
        MOVE WS-START-TIME TO OL-START-TIME
        ACCEPT WS-OPS-TIME-RAW FROM TIME
        MOVE WS-OPS-TIME-HHMMSS TO OL-END-TIME
        MOVE WS-READ-COUNT TO OL-RECORDS-IN
        MOVE WS-EMP-COUNT TO OL-RECORDS-OUT
        MOVE ZERO TO OL-REJECTS
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
