*> September 2nd 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 14th 2026 - each completed settlement appends the business
*> date's receipt count, drawer total, counted cash and over or short
*> amount to the SETLCTL control dataset, so the coboltuj general
*> ledger step can post the kiosk cash after the journals are reset.
*> October 14th 2026 - step control: the run first checks the STEPCTL
*> step-control dataset and refuses (return code 8, nothing touched)
*> when its scheduled predecessors have not completed for the CYCLEDT
*> business date or it has already completed for that date, unless an
*> operator has recorded an authorised rerun with coboltvc.  The end
*> of the run is recorded on STEPCTL (complete below return code 8,
*> failed otherwise) for the programs that follow it.
*> October 14th 2026 - receipt void and refund: PAYJRN records now
*> carry a type (payment, void or refund) and grow to 100 bytes.  The
*> expected drawer is gross receipts less the business date's voids and
*> refunds, SETLRPT lists each reversal with its original receipt,
*> supervisor and reason, and SETLCTL carries the net drawer total.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SETTLEMENT-REPORT ASSIGN TO "SETLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETLRPT-STATUS.
    SELECT SETTLEMENT-CONTROL-FILE ASSIGN TO "SETLCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETLCTL-STATUS.
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
    05 PJ-AMT1 PIC 9(7)V99.
    05 PJ-AMT2 PIC 9(7)V99.
    05 PJ-TOTAL PIC 9(7)V99.
    05 PJ-TYPE PIC X.
    05 PJ-ORIG-RECEIPT-NO PIC 9(5).
    05 PJ-ORIG-DATE PIC 9(8).
    05 PJ-SUPERVISOR PIC X(10).
    05 PJ-REASON PIC X(30).

FD QUOTE-JOURNAL.
01 QUOTE-JOURNAL-RECORD.
    05 QJ-CIRCUM PIC 9(7)V9999.

FD ARCHIVE-PAYMENT-FILE.
01 ARCHIVE-PAYMENT-RECORD PIC X(100).

FD ARCHIVE-QUOTE-FILE.
01 ARCHIVE-QUOTE-RECORD PIC X(48).
FD SETTLEMENT-REPORT.
01 SETTLEMENT-REPORT-LINE PIC X(80).

FD SETTLEMENT-CONTROL-FILE.
01 SETTLEMENT-CONTROL-RECORD.
    05 SC-DATE PIC 9(8).
    05 SC-RECEIPT-COUNT PIC 9(5).
    05 SC-DRAWER-TOTAL PIC 9(9)V99.
    05 SC-COUNTED PIC 9(7)V99.
    05 SC-OVER PIC 9(7)V99.
    05 SC-SHORT PIC 9(7)V99.

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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTUS".
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
01 WS-ARCHPAY-STATUS PIC XX VALUE "00".
01 WS-ARCHQTE-STATUS PIC XX VALUE "00".
01 WS-SETLRPT-STATUS PIC XX VALUE "00".
01 WS-SETLCTL-STATUS PIC XX VALUE "00".
01 WS-CONTROL-FAIL-SW PIC X VALUE "N".
    88 CONTROL-FAILED VALUE "Y".
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-COUNT-SW PIC X VALUE "N".
01 WS-COUNTED-CASH PIC 9(7)V99 VALUE 0.
01 WS-DRAWER-COUNT PIC 9(5) VALUE 0.
01 WS-DRAWER-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-DRAWER-GROSS PIC 9(9)V99 VALUE 0.
01 WS-VOID-COUNT PIC 9(5) VALUE 0.
01 WS-VOID-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-REFUND-COUNT PIC 9(5) VALUE 0.
01 WS-REFUND-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-REVERSAL-MAX PIC 9(3) VALUE 200.
01 WS-REVERSAL-COUNT PIC 9(3) VALUE 0.
01 WS-REVERSAL-OVERFLOW PIC 9(5) VALUE 0.
01 WS-REVERSAL-IX PIC 9(3) VALUE 0.
01 WS-REVERSAL-TABLE.
    05 WS-REVERSAL-ENTRY OCCURS 200 TIMES.
        10 RV-RECEIPT-NO PIC 9(5).
        10 RV-TYPE PIC X.
        10 RV-ORIG-DATE PIC 9(8).
        10 RV-ORIG-RECEIPT-NO PIC 9(5).
        10 RV-TOTAL PIC 9(7)V99.
        10 RV-SUPERVISOR PIC X(10).
        10 RV-REASON PIC X(30).
01 WS-OTHER-DATE-COUNT PIC 9(5) VALUE 0.
01 WS-OVER-SHORT PIC S9(7)V99 VALUE 0.
01 WS-PAY-ARCHIVED PIC 9(5) VALUE 0.
    05 FILLER PIC X(5) VALUE SPACES.
    05 CL-LABEL PIC X(28).
    05 CL-COUNT PIC ZZZZ9.
01 WS-REVERSAL-HEADING PIC X(80) VALUE
    "VOIDS AND REFUNDS".
01 WS-REVERSAL-COLUMNS PIC X(80) VALUE
    "     RECEIPT TYPE    ORIGINAL DATE/NO     AMOUNT SUPERVISOR".
01 WS-REVERSAL-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 RL-RECEIPT-NO PIC 9(5).
    05 FILLER PIC X(3) VALUE SPACES.
    05 RL-TYPE PIC X(6).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RL-ORIG-DATE PIC 9(8).
    05 FILLER PIC X VALUE "/".
    05 RL-ORIG-RECEIPT-NO PIC 9(5).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RL-AMOUNT PIC Z(7)9.99.
    05 FILLER PIC X VALUE SPACE.
    05 RL-SUPERVISOR PIC X(10).
01 WS-REASON-LINE.
    05 FILLER PIC X(13) VALUE SPACES.
    05 FILLER PIC X(8) VALUE "REASON: ".
    05 RR-REASON PIC X(30).
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
    PERFORM 2000-READ-CASH-COUNT
    IF NOT COUNT-ENTERED
            " - no cash count entered on CASHCNT - "
            "journals left untouched"
        MOVE 8 TO RETURN-CODE
        PERFORM 8950-UPDATE-STEP-CONTROL
        PERFORM 8900-WRITE-OPS-LOG
        STOP RUN
    END-IF
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 6000-WRITE-SETTLEMENT-REPORT
        PERFORM 6500-WRITE-SETTLEMENT-CONTROL
        PERFORM 7000-RESET-JOURNALS
        DISPLAY "Settlement complete for " WS-BUSINESS-DATE
            " - " WS-PAY-ARCHIVED " payments and "
                " - see SETLRPT"
            MOVE 4 TO RETURN-CODE
        END-IF
        IF CONTROL-FAILED
            DISPLAY "Settlement control not recorded for "
                WS-BUSINESS-DATE " - general ledger cannot post "
                "the kiosk cash - key SETLCTL from SETLRPT"
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
            NOT AT END
                IF PJ-DATE NUMERIC
                        AND PJ-DATE = WS-BUSINESS-DATE
                    EVALUATE PJ-TYPE
                        WHEN "V"
                            ADD 1 TO WS-VOID-COUNT
                            ADD PJ-TOTAL TO WS-VOID-TOTAL
                            PERFORM 3100-KEEP-REVERSAL
                        WHEN "R"
                            ADD 1 TO WS-REFUND-COUNT
                            ADD PJ-TOTAL TO WS-REFUND-TOTAL
                            PERFORM 3100-KEEP-REVERSAL
                        WHEN OTHER
                            ADD 1 TO WS-DRAWER-COUNT
                            ADD PJ-TOTAL TO WS-DRAWER-GROSS
                    END-EVALUATE
                ELSE
                    ADD 1 TO WS-OTHER-DATE-COUNT
                END-IF
    IF WS-PAYMENT-STATUS NOT = "35"
        CLOSE PAYMENT-JOURNAL
    END-IF
    COMPUTE WS-DRAWER-TOTAL =
        WS-DRAWER-GROSS - WS-VOID-TOTAL - WS-REFUND-TOTAL
    COMPUTE WS-OVER-SHORT =
        WS-COUNTED-CASH - WS-DRAWER-TOTAL.

3100-KEEP-REVERSAL.
    IF WS-REVERSAL-COUNT < WS-REVERSAL-MAX
        ADD 1 TO WS-REVERSAL-COUNT
        MOVE PJ-RECEIPT-NO TO RV-RECEIPT-NO(WS-REVERSAL-COUNT)
        MOVE PJ-TYPE TO RV-TYPE(WS-REVERSAL-COUNT)
        MOVE PJ-ORIG-DATE TO RV-ORIG-DATE(WS-REVERSAL-COUNT)
        MOVE PJ-ORIG-RECEIPT-NO TO RV-ORIG-RECEIPT-NO(WS-REVERSAL-COUNT)
        MOVE PJ-TOTAL TO RV-TOTAL(WS-REVERSAL-COUNT)
        MOVE PJ-SUPERVISOR TO RV-SUPERVISOR(WS-REVERSAL-COUNT)
        MOVE PJ-REASON TO RV-REASON(WS-REVERSAL-COUNT)
    ELSE
        ADD 1 TO WS-REVERSAL-OVERFLOW
    END-IF.

4000-ARCHIVE-PAYMENTS.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT PAYMENT-JOURNAL
    MOVE "RECEIPTS THIS DATE:" TO CL-LABEL
    MOVE WS-DRAWER-COUNT TO CL-COUNT
    WRITE SETTLEMENT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "GROSS RECEIPTS (JOURNAL):" TO AL-LABEL
    MOVE WS-DRAWER-GROSS TO AL-AMOUNT
    WRITE SETTLEMENT-REPORT-LINE FROM WS-AMOUNT-LINE
    MOVE "VOIDS THIS DATE:" TO CL-LABEL
    MOVE WS-VOID-COUNT TO CL-COUNT
    WRITE SETTLEMENT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "LESS VOIDS:" TO AL-LABEL
    MOVE WS-VOID-TOTAL TO AL-AMOUNT
    WRITE SETTLEMENT-REPORT-LINE FROM WS-AMOUNT-LINE
    MOVE "REFUNDS THIS DATE:" TO CL-LABEL
    MOVE WS-REFUND-COUNT TO CL-COUNT
    WRITE SETTLEMENT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "LESS REFUNDS:" TO AL-LABEL
    MOVE WS-REFUND-TOTAL TO AL-AMOUNT
    WRITE SETTLEMENT-REPORT-LINE FROM WS-AMOUNT-LINE
    MOVE "NET DRAWER EXPECTED:" TO AL-LABEL
    MOVE WS-DRAWER-TOTAL TO AL-AMOUNT
    WRITE SETTLEMENT-REPORT-LINE FROM WS-AMOUNT-LINE
    MOVE "CASH COUNTED:" TO AL-LABEL
    MOVE "QUOTES ARCHIVED:" TO CL-LABEL
    MOVE WS-QTE-ARCHIVED TO CL-COUNT
    WRITE SETTLEMENT-REPORT-LINE FROM WS-COUNT-LINE
    IF WS-VOID-COUNT > 0 OR WS-REFUND-COUNT > 0
        PERFORM 6100-WRITE-REVERSAL-SECTION
    END-IF
    WRITE SETTLEMENT-REPORT-LINE FROM WS-HEADING-LINE-2
    IF WS-OVER-SHORT = 0
        MOVE "DRAWER BALANCED TO THE PENNY" TO VL-TEXT
    WRITE SETTLEMENT-REPORT-LINE FROM WS-VERDICT-LINE
    CLOSE SETTLEMENT-REPORT.

6100-WRITE-REVERSAL-SECTION.
    WRITE SETTLEMENT-REPORT-LINE FROM WS-HEADING-LINE-2
    WRITE SETTLEMENT-REPORT-LINE FROM WS-REVERSAL-HEADING
    WRITE SETTLEMENT-REPORT-LINE FROM WS-REVERSAL-COLUMNS
    MOVE 0 TO WS-REVERSAL-IX
    PERFORM UNTIL WS-REVERSAL-IX >= WS-REVERSAL-COUNT
        ADD 1 TO WS-REVERSAL-IX
        MOVE RV-RECEIPT-NO(WS-REVERSAL-IX) TO RL-RECEIPT-NO
        IF RV-TYPE(WS-REVERSAL-IX) = "V"
            MOVE "VOID" TO RL-TYPE
        ELSE
            MOVE "REFUND" TO RL-TYPE
        END-IF
        MOVE RV-ORIG-DATE(WS-REVERSAL-IX) TO RL-ORIG-DATE
        MOVE RV-ORIG-RECEIPT-NO(WS-REVERSAL-IX) TO RL-ORIG-RECEIPT-NO
        MOVE RV-TOTAL(WS-REVERSAL-IX) TO RL-AMOUNT
        MOVE RV-SUPERVISOR(WS-REVERSAL-IX) TO RL-SUPERVISOR
        WRITE SETTLEMENT-REPORT-LINE FROM WS-REVERSAL-LINE
        MOVE RV-REASON(WS-REVERSAL-IX) TO RR-REASON
        WRITE SETTLEMENT-REPORT-LINE FROM WS-REASON-LINE
    END-PERFORM
    IF WS-REVERSAL-OVERFLOW > 0
        MOVE "REVERSALS NOT LISTED:" TO CL-LABEL
        MOVE WS-REVERSAL-OVERFLOW TO CL-COUNT
        WRITE SETTLEMENT-REPORT-LINE FROM WS-COUNT-LINE
    END-IF.

6500-WRITE-SETTLEMENT-CONTROL.
    OPEN INPUT SETTLEMENT-CONTROL-FILE
    IF WS-SETLCTL-STATUS = "35"
        OPEN OUTPUT SETTLEMENT-CONTROL-FILE
        CLOSE SETTLEMENT-CONTROL-FILE
    ELSE
        CLOSE SETTLEMENT-CONTROL-FILE
    END-IF
    OPEN EXTEND SETTLEMENT-CONTROL-FILE
    IF WS-SETLCTL-STATUS NOT = "00"
        SET CONTROL-FAILED TO TRUE
        DISPLAY "Settlement control open failed - file status "
            WS-SETLCTL-STATUS
    ELSE
        MOVE WS-BUSINESS-DATE TO SC-DATE
        MOVE WS-DRAWER-COUNT TO SC-RECEIPT-COUNT
        MOVE WS-DRAWER-TOTAL TO SC-DRAWER-TOTAL
        MOVE WS-COUNTED-CASH TO SC-COUNTED
        MOVE 0 TO SC-OVER
        MOVE 0 TO SC-SHORT
        IF WS-OVER-SHORT > 0
            MOVE WS-OVER-SHORT TO SC-OVER
        END-IF
        IF WS-OVER-SHORT < 0
            COMPUTE SC-SHORT = 0 - WS-OVER-SHORT
        END-IF
        WRITE SETTLEMENT-CONTROL-RECORD
        IF WS-SETLCTL-STATUS NOT = "00"
            SET CONTROL-FAILED TO TRUE
            DISPLAY "Settlement control write failed - file status "
                WS-SETLCTL-STATUS
        END-IF
        CLOSE SETTLEMENT-CONTROL-FILE
    END-IF.

7000-RESET-JOURNALS.
    OPEN OUTPUT PAYMENT-JOURNAL
    CLOSE PAYMENT-JOURNAL
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
