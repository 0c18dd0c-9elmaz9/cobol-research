*> September 2nd 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 14th 2026 - every priced record is also appended to the
*> PAYHIST pay history with its work date, hours, the rate and
*> overtime threshold it was priced at, and the business date it was
*> paid, so the coboltui retro pay run can re-price work dates once a
*> back-dated RATEHIST rate is keyed.
*> October 14th 2026 - step control: the run first checks the STEPCTL
*> step-control dataset and refuses (return code 8, nothing touched)
*> when its scheduled predecessors have not completed for the CYCLEDT
*> business date or it has already completed for that date, unless an
*> operator has recorded an authorised rerun with coboltvc.  The end
*> of the run is recorded on STEPCTL (complete below return code 8,
*> failed otherwise) for the programs that follow it.
*> October 14th 2026 - unscheduled work: the ATTNDTL attendance
*> extract written by coboltve is read, and a priced record whose
*> employee worked outside the SHIFTSCH scheduled shift (or on a day
*> with no shift) on that work date gets a note line under it on
*> PAYREG - flagged again when the record also carries overtime - so
*> the supervisor can check it on ATTNRPT before pay is released.
*> The totals show how many records were noted.
*> October 15th 2026 - ATTNDTL rows for dates other than the business
*> date are counted and reported, and the run ends with return code 4
*> when ATTNDTL holds nothing for the business date (or is missing),
*> since unscheduled work cannot then be noted on the register.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYCTL-STATUS.
    SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYHIST-STATUS.
    SELECT ATTENDANCE-DETAIL-FILE ASSIGN TO "ATTNDTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ATTNDTL-STATUS.
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
    05 PC-EMP-COUNT PIC 9(5).
    05 PC-GRAND-GROSS PIC 9(7)V99.

FD PAY-HISTORY-FILE.
01 PAY-HISTORY-RECORD.
    05 PH-EMP-ID PIC 9(5).
    05 PH-EMP-NAME PIC X(30).
    05 PH-DEPT PIC X(8).
    05 PH-WORK-DATE PIC 9(8).
    05 PH-HOURS PIC 99V99.
    05 PH-RATE PIC 99V99.
    05 PH-THRESHOLD PIC 99.
    05 PH-GROSS PIC 9(5)V99.
    05 PH-PAY-DATE PIC 9(8).
    05 PH-SOURCE PIC X.

FD ATTENDANCE-DETAIL-FILE.
01 ATTENDANCE-DETAIL-RECORD.
    05 AD-EMP-ID PIC 9(5).
    05 AD-WORK-DATE PIC 9(8).
    05 AD-DEPT PIC X(8).
    05 AD-SCHED-MINUTES PIC 9(4).
    05 AD-WORKED-MINUTES PIC 9(4).
    05 AD-UNSCHED-MINUTES PIC 9(4).
    05 AD-LATE-SW PIC X.
    05 AD-EARLY-SW PIC X.
    05 AD-ABSENT-SW PIC X.
    05 AD-UNSCHED-SW PIC X.

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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTUP".
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
01 WS-READ-COUNT PIC 9(5) VALUE 0.
01 WS-PAYDTL-STATUS PIC XX VALUE "00".
01 WS-PAYCTL-STATUS PIC XX VALUE "00".
01 WS-WRITE-FAIL-COUNT PIC 999 VALUE 0.
01 WS-PAYHIST-STATUS PIC XX VALUE "00".
01 WS-HIST-FAIL-COUNT PIC 999 VALUE 0.
01 WS-DEPT-COUNT PIC 99 VALUE 0.
01 WS-DEPT-IX PIC 99 VALUE 0.
01 WS-DEPT-TABLE.
        10 DT-DEPT PIC X(8).
        10 DT-EMP-COUNT PIC 999.
        10 DT-GROSS PIC 9(7)V99.
01 WS-ATTNDTL-STATUS PIC XX VALUE "00".
01 WS-UNSCHED-SW PIC X VALUE "N".
    88 UNSCHED-FOUND VALUE "Y".
    88 UNSCHED-NOT-FOUND VALUE "N".
01 WS-UNSCHED-COUNT PIC 999 VALUE 0.
01 WS-ATTN-TODAY-COUNT PIC 9(5) VALUE 0.
01 WS-ATTN-OTHER-COUNT PIC 9(5) VALUE 0.
01 WS-UNSCHED-IX PIC 999 VALUE 0.
01 WS-UNSCHED-TABLE.
    05 WS-UNSCHED-ENTRY OCCURS 500 TIMES.
        10 UT-EMP-ID PIC 9(5).
        10 UT-WORK-DATE PIC 9(8).
        10 UT-MINUTES PIC 9(4).
01 WS-UNSCHED-HOURS PIC 99V99 VALUE 0.
01 WS-UNSCHED-NOTED PIC 999 VALUE 0.
01 WS-EMP-HOURS PIC 99V99 VALUE 0.
01 WS-REG-HOURS PIC 99V99 VALUE 0.
01 WS-OT-HOURS PIC 99V99 VALUE 0.
    05 FILLER PIC X(5) VALUE SPACES.
    05 FILLER PIC X(25) VALUE "GRAND TOTAL GROSS PAY:".
    05 GL-GROSS PIC Z(6)9.99.
01 WS-UNSCHED-LINE.
    05 FILLER PIC X(7) VALUE SPACES.
    05 FILLER PIC X(17) VALUE "UNSCHEDULED WORK ".
    05 UL-HOURS PIC Z9.99.
    05 FILLER PIC X(5) VALUE " HRS ".
    05 UL-NOTE PIC X(40).
01 WS-UNSCHED-TOTAL-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 FILLER PIC X(33) VALUE "RECORDS WITH UNSCHEDULED WORK:".
    05 UN-COUNT PIC ZZ9.
01 WS-EXCEPTION-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 EX-NAME PIC X(30).

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
        PERFORM 2000-READ-HOURS-RECORD
        " inactive, " WS-REJECT-COUNT " rejected"
    PERFORM 9000-TERMINATE
    IF WS-UNMATCHED-COUNT > 0 OR WS-REJECT-COUNT > 0
            OR WS-INACTIVE-COUNT > 0 OR WS-ATTN-TODAY-COUNT = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-WRITE-FAIL-COUNT > 0
            " - the pay detail extract may not reconcile"
        MOVE 8 TO RETURN-CODE
    END-IF
    IF WS-HIST-FAIL-COUNT > 0 AND RETURN-CODE < 4
        DISPLAY "Pay history write failures: " WS-HIST-FAIL-COUNT
            " - retro pay cannot re-price those work dates"
        MOVE 4 TO RETURN-CODE
    END-IF
    COMPUTE WS-OPS-REJECTS = WS-REJECT-COUNT
        + WS-UNMATCHED-COUNT + WS-INACTIVE-COUNT
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
    PERFORM 1500-READ-CYCLE-DATE
    PERFORM 7000-LOAD-RATE-MASTER
    PERFORM 7500-LOAD-RATE-HISTORY
    PERFORM 7600-LOAD-ATTENDANCE-DETAIL
    OPEN INPUT HOURS-FILE
    OPEN OUTPUT PAY-REGISTER
    OPEN OUTPUT EXCEPTION-REPORT
        DISPLAY "Pay detail open failed - file status "
            WS-PAYDTL-STATUS
    END-IF
    PERFORM 1600-OPEN-PAY-HISTORY
    WRITE PAY-REGISTER-LINE FROM WS-HEADING-LINE-1
    WRITE PAY-REGISTER-LINE FROM WS-HEADING-LINE-2
    WRITE PAY-REGISTER-LINE FROM WS-COLUMN-LINE
        CLOSE CYCLE-FILE
    END-IF.

1600-OPEN-PAY-HISTORY.
    OPEN INPUT PAY-HISTORY-FILE
    IF WS-PAYHIST-STATUS = "35"
        OPEN OUTPUT PAY-HISTORY-FILE
        CLOSE PAY-HISTORY-FILE
    ELSE
        CLOSE PAY-HISTORY-FILE
    END-IF
    OPEN EXTEND PAY-HISTORY-FILE
    IF WS-PAYHIST-STATUS NOT = "00"
        ADD 1 TO WS-HIST-FAIL-COUNT
        DISPLAY "Pay history open failed - file status "
            WS-PAYHIST-STATUS
    END-IF.

2000-READ-HOURS-RECORD.
    READ HOURS-FILE
        AT END SET END-OF-INPUT TO TRUE
    MOVE WS-OT-PAY TO DL-OT-PAY
    MOVE WS-GROSS-PAY TO DL-GROSS
    WRITE PAY-REGISTER-LINE FROM WS-DETAIL-LINE
    PERFORM 3210-NOTE-UNSCHEDULED-WORK
    PERFORM 3250-WRITE-PAY-DETAIL.

3210-NOTE-UNSCHEDULED-WORK.
    SET UNSCHED-NOT-FOUND TO TRUE
    MOVE 0 TO WS-UNSCHED-IX
    PERFORM UNTIL UNSCHED-FOUND OR WS-UNSCHED-IX >= WS-UNSCHED-COUNT
        ADD 1 TO WS-UNSCHED-IX
        IF UT-EMP-ID(WS-UNSCHED-IX) = HR-EMP-ID
                AND UT-WORK-DATE(WS-UNSCHED-IX) = HR-WORK-DATE
            SET UNSCHED-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF UNSCHED-FOUND
        COMPUTE WS-UNSCHED-HOURS ROUNDED =
            UT-MINUTES(WS-UNSCHED-IX) / 60
        MOVE WS-UNSCHED-HOURS TO UL-HOURS
        IF WS-OT-HOURS > 0
            MOVE "INCLUDES OVERTIME - CHECK ATTNRPT" TO UL-NOTE
        ELSE
            MOVE "OUTSIDE SCHEDULED SHIFT - CHECK ATTNRPT" TO UL-NOTE
        END-IF
        WRITE PAY-REGISTER-LINE FROM WS-UNSCHED-LINE
        ADD 1 TO WS-UNSCHED-NOTED
    END-IF.

3250-WRITE-PAY-DETAIL.
    MOVE HR-EMP-ID TO PD-EMP-ID
    MOVE HR-EMP-NAME TO PD-EMP-NAME
        ADD 1 TO WS-WRITE-FAIL-COUNT
        DISPLAY "Pay detail write failed for " HR-EMP-NAME
            " - file status " WS-PAYDTL-STATUS
    END-IF
    PERFORM 3260-WRITE-PAY-HISTORY.

3260-WRITE-PAY-HISTORY.
    MOVE HR-EMP-ID TO PH-EMP-ID
    MOVE HR-EMP-NAME TO PH-EMP-NAME
    MOVE RT-DEPT(WS-RATE-IX) TO PH-DEPT
    MOVE WS-PRICE-DATE TO PH-WORK-DATE
    MOVE WS-EMP-HOURS TO PH-HOURS
    MOVE WS-PRICE-RATE TO PH-RATE
    MOVE WS-PRICE-THRESHOLD TO PH-THRESHOLD
    MOVE WS-GROSS-PAY TO PH-GROSS
    MOVE WS-BUSINESS-DATE TO PH-PAY-DATE
    MOVE "P" TO PH-SOURCE
    WRITE PAY-HISTORY-RECORD
    IF WS-PAYHIST-STATUS NOT = "00"
        ADD 1 TO WS-HIST-FAIL-COUNT
        DISPLAY "Pay history write failed for " HR-EMP-NAME
            " - file status " WS-PAYHIST-STATUS
    END-IF.

3300-POST-DEPT-TOTAL.
    END-IF
    MOVE "N" TO WS-EOF-SW.

7600-LOAD-ATTENDANCE-DETAIL.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-UNSCHED-COUNT
    OPEN INPUT ATTENDANCE-DETAIL-FILE
    IF WS-ATTNDTL-STATUS = "35"
        DISPLAY "Attendance detail not found - unscheduled work "
            "not noted on the register"
    ELSE
        PERFORM UNTIL END-OF-INPUT
            READ ATTENDANCE-DETAIL-FILE
                AT END SET END-OF-INPUT TO TRUE
                NOT AT END
                    IF AD-WORK-DATE = WS-BUSINESS-DATE
                        ADD 1 TO WS-ATTN-TODAY-COUNT
                    ELSE
                        ADD 1 TO WS-ATTN-OTHER-COUNT
                    END-IF
                    IF AD-UNSCHED-MINUTES NUMERIC
                            AND AD-UNSCHED-MINUTES > 0
                        IF WS-UNSCHED-COUNT < 500
                            ADD 1 TO WS-UNSCHED-COUNT
                            MOVE AD-EMP-ID
                                TO UT-EMP-ID(WS-UNSCHED-COUNT)
                            MOVE AD-WORK-DATE
                                TO UT-WORK-DATE(WS-UNSCHED-COUNT)
                            MOVE AD-UNSCHED-MINUTES
                                TO UT-MINUTES(WS-UNSCHED-COUNT)
                        ELSE
                            DISPLAY "Unscheduled work table full - "
                                "record skipped"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ATTENDANCE-DETAIL-FILE
        IF WS-ATTN-OTHER-COUNT > 0
            DISPLAY "Attendance detail rows for other dates: "
                WS-ATTN-OTHER-COUNT " - not for " WS-BUSINESS-DATE
        END-IF
        IF WS-ATTN-TODAY-COUNT = 0
            DISPLAY "Attendance detail holds no rows for "
                WS-BUSINESS-DATE " - unscheduled work not noted"
        END-IF
    END-IF
    MOVE "N" TO WS-EOF-SW.

7100-FIND-RATE.
    SET RATE-NOT-FOUND TO TRUE
    MOVE 0 TO WS-RATE-IX
    END-PERFORM
    WRITE PAY-REGISTER-LINE FROM WS-HEADING-LINE-2
    MOVE WS-GRAND-GROSS TO GL-GROSS
    WRITE PAY-REGISTER-LINE FROM WS-GRAND-LINE
    MOVE WS-UNSCHED-NOTED TO UN-COUNT
    WRITE PAY-REGISTER-LINE FROM WS-UNSCHED-TOTAL-LINE.

8500-WRITE-PAY-CONTROL.
    OPEN INPUT PAY-CONTROL-FILE
    CLOSE HOURS-FILE
    CLOSE PAY-REGISTER
    CLOSE EXCEPTION-REPORT
    CLOSE PAY-DETAIL-FILE
    CLOSE PAY-HISTORY-FILE.

8900-WRITE-OPS-LOG.
    OPEN INPUT OPS-LOG-FILE
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
