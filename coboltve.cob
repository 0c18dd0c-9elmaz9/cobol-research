      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltve.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - attendance exceptions: compares the business
*> date's PUNCHIN punch pairs with the SHIFTSCH shift schedule kept by
*> coboltvd (scheduled start, end and unpaid break by employee id and
*> work date).  An arrival later than the scheduled start, or a
*> departure earlier than the scheduled end, by more than the grace
*> minutes is LATE or EARLY OUT; a scheduled employee with no punches
*> is ABSENT; time clocked outside the scheduled shift, or on a day
*> with no shift, is UNSCHEDULED WORK.  The grace minutes come from
*> the optional ATTNPARM card (default 5).  Exceptions are printed on
*> ATTNRPT by RATEMAST department, each employee's day is written to
*> the ATTNDTL extract (coboltup notes unscheduled work on PAYREG from
*> it), and the counts are added to the ATTNTLY monthly attendance
*> tally by employee that HR reviews with coboltvd; a rerun for the
*> same business date does not count the same day twice.  Missing or
*> crossed punches are left to coboltuk's PUNCHRPT and shown here as
*> PUNCH EXCEPTION rather than ABSENT.  The run checks and updates
*> the STEPCTL step-control dataset and appends its summary to OPSLOG.
*> October 15th 2026 - schedule rows for an employee deactivated on
*> RATEMAST, or no longer on it, are skipped and counted, so they are
*> not reported ABSENT or added to the monthly tally.
*> October 15th 2026 - a SHIFTSCH that exists but cannot be opened now
*> refuses the run (return code 8) with nothing posted to ATTNDTL or
*> ATTNTLY, as an invalid ATTNPARM card does; only a SHIFTSCH that was
*> never created still runs with every punch as unscheduled work.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PUNCH-FILE ASSIGN TO "PUNCHIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PUNCH-STATUS.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
    SELECT ATTN-PARM-FILE ASSIGN TO "ATTNPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ATTNPARM-STATUS.
    SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATEMAST-STATUS.
    SELECT SHIFT-SCHEDULE-FILE ASSIGN TO "SHIFTSCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SS-KEY
        FILE STATUS IS WS-SHIFTSCH-STATUS.
    SELECT ATTENDANCE-REPORT ASSIGN TO "ATTNRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ATTNRPT-STATUS.
    SELECT ATTENDANCE-DETAIL-FILE ASSIGN TO "ATTNDTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ATTNDTL-STATUS.
    SELECT ATTENDANCE-TALLY-FILE ASSIGN TO "ATTNTLY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AT-KEY
        FILE STATUS IS WS-ATTNTLY-STATUS.
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
FD PUNCH-FILE.
01 PUNCH-RECORD.
    05 PN-EMP-ID PIC 9(5).
    05 PN-WORK-DATE PIC 9(8).
    05 PN-IN-TIME PIC 9(4).
    05 PN-OUT-TIME PIC 9(4).

FD CYCLE-FILE.
01 CYCLE-RECORD.
    05 CY-BUSINESS-DATE PIC 9(8).

FD ATTN-PARM-FILE.
01 ATTN-PARM-RECORD.
    05 AP-GRACE-MINUTES PIC XX.
    05 FILLER PIC X(78).

FD RATE-MASTER-FILE.
01 RATE-MASTER-RECORD.
    05 RM-EMP-ID PIC 9(5).
    05 RM-EMP-NAME PIC X(30).
    05 RM-DEPT PIC X(8).
    05 RM-HOURLY-RATE PIC 99V99.
    05 RM-OT-THRESHOLD PIC 99.
    05 RM-ACTIVE-SW PIC X.

FD SHIFT-SCHEDULE-FILE.
01 SHIFT-SCHEDULE-RECORD.
    05 SS-KEY.
        10 SS-EMP-ID PIC 9(5).
        10 SS-WORK-DATE PIC 9(8).
    05 SS-START-TIME PIC 9(4).
    05 SS-END-TIME PIC 9(4).
    05 SS-BREAK-MINUTES PIC 999.
    05 SS-SOURCE PIC X.
    05 SS-UPDATED-DATE PIC 9(8).

FD ATTENDANCE-REPORT.
01 ATTENDANCE-REPORT-LINE PIC X(80).

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

FD ATTENDANCE-TALLY-FILE.
01 ATTENDANCE-TALLY-RECORD.
    05 AT-KEY.
        10 AT-EMP-ID PIC 9(5).
        10 AT-MONTH PIC 9(6).
    05 AT-DEPT PIC X(8).
    05 AT-COUNTS.
        10 AT-DAYS-SCHEDULED PIC 99.
        10 AT-DAYS-WORKED PIC 99.
        10 AT-LATE-COUNT PIC 99.
        10 AT-LATE-MINUTES PIC 9(5).
        10 AT-EARLY-COUNT PIC 99.
        10 AT-EARLY-MINUTES PIC 9(5).
        10 AT-ABSENT-COUNT PIC 99.
        10 AT-UNSCHED-DAYS PIC 99.
        10 AT-UNSCHED-MINUTES PIC 9(5).
    05 AT-LAST-POSTED PIC 9(8).

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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTVE".
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
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-CYCLE-STATUS PIC XX VALUE "00".
01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
    05 WS-BUSINESS-MONTH PIC 9(6).
    05 FILLER PIC 99.
01 WS-OPS-TIME-RAW.
    05 WS-OPS-TIME-HHMMSS PIC 9(6).
    05 FILLER PIC 99.
01 WS-PUNCH-STATUS PIC XX VALUE "00".
01 WS-ATTNPARM-STATUS PIC XX VALUE "00".
01 WS-RATEMAST-STATUS PIC XX VALUE "00".
01 WS-SHIFTSCH-STATUS PIC XX VALUE "00".
01 WS-ATTNRPT-STATUS PIC XX VALUE "00".
01 WS-ATTNDTL-STATUS PIC XX VALUE "00".
01 WS-ATTNTLY-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-PARM-SW PIC X VALUE "Y".
    88 PARM-VALID VALUE "Y".
    88 PARM-INVALID VALUE "N".
01 WS-SCHEDULE-SW PIC X VALUE "N".
    88 SCHEDULE-AVAILABLE VALUE "Y".
    88 SCHEDULE-UNREADABLE VALUE "F".
01 WS-TALLY-SW PIC X VALUE "N".
    88 TALLY-AVAILABLE VALUE "Y".
01 WS-TALLY-ROW-SW PIC X VALUE "N".
    88 TALLY-ON-FILE VALUE "Y".
    88 TALLY-NOT-ON-FILE VALUE "N".
01 WS-RATE-SW PIC X VALUE "N".
    88 RATE-FOUND VALUE "Y".
    88 RATE-NOT-FOUND VALUE "N".
01 WS-ATTN-SW PIC X VALUE "N".
    88 ATTN-FOUND VALUE "Y".
    88 ATTN-NOT-FOUND VALUE "N".
01 WS-DEPT-SW PIC X VALUE "N".
    88 DEPT-FOUND VALUE "Y".
    88 DEPT-NOT-FOUND VALUE "N".
01 WS-GRACE-MINUTES PIC 99 VALUE 5.
01 WS-LOOKUP-EMP-ID PIC 9(5) VALUE 0.
01 WS-RATE-COUNT PIC 999 VALUE 0.
01 WS-RATE-IX PIC 999 VALUE 0.
01 WS-RATE-TABLE.
    05 WS-RATE-ENTRY OCCURS 200 TIMES.
        10 RT-EMP-ID PIC 9(5).
        10 RT-EMP-NAME PIC X(30).
        10 RT-DEPT PIC X(8).
        10 RT-HOURLY-RATE PIC 99V99.
        10 RT-OT-THRESHOLD PIC 99.
        10 RT-ACTIVE-SW PIC X.
01 WS-ATTN-COUNT PIC 999 VALUE 0.
01 WS-ATTN-IX PIC 999 VALUE 0.
01 WS-ATTN-TABLE.
    05 WS-ATTN-ENTRY OCCURS 500 TIMES.
        10 AE-EMP-ID PIC 9(5).
        10 AE-EMP-NAME PIC X(30).
        10 AE-DEPT PIC X(8).
        10 AE-SCHED-SW PIC X.
            88 AE-SCHEDULED VALUE "Y".
        10 AE-SCHED-START PIC 9(4).
        10 AE-SCHED-END PIC 9(4).
        10 AE-START-MINUTES PIC 9(4).
        10 AE-END-MINUTES PIC 9(4).
        10 AE-BREAK-MINUTES PIC 999.
        10 AE-PAIR-COUNT PIC 99.
        10 AE-BAD-PUNCH-COUNT PIC 99.
        10 AE-FIRST-IN PIC 9(4).
        10 AE-LAST-OUT PIC 9(4).
        10 AE-FIRST-IN-MINUTES PIC 9(4).
        10 AE-LAST-OUT-MINUTES PIC 9(4).
        10 AE-WORKED-MINUTES PIC 9(4).
        10 AE-OUTSIDE-MINUTES PIC 9(4).
        10 AE-LATE-MINUTES PIC 9(4).
        10 AE-EARLY-MINUTES PIC 9(4).
        10 AE-UNSCHED-MINUTES PIC 9(4).
        10 AE-LATE-SW PIC X.
            88 AE-LATE VALUE "Y".
        10 AE-EARLY-SW PIC X.
            88 AE-EARLY-OUT VALUE "Y".
        10 AE-ABSENT-SW PIC X.
            88 AE-ABSENT VALUE "Y".
        10 AE-UNSCHED-SW PIC X.
            88 AE-UNSCHEDULED VALUE "Y".
        10 AE-PUNCH-ERROR-SW PIC X.
            88 AE-PUNCH-ERROR VALUE "Y".
01 WS-DEPT-COUNT PIC 99 VALUE 0.
01 WS-DEPT-IX PIC 99 VALUE 0.
01 WS-DEPT-SHIFT-IX PIC 99 VALUE 0.
01 WS-DEPT-TABLE.
    05 WS-DEPT-ENTRY OCCURS 50 TIMES.
        10 DT-DEPT PIC X(8).
        10 DT-LATE-COUNT PIC 999.
        10 DT-EARLY-COUNT PIC 999.
        10 DT-ABSENT-COUNT PIC 999.
        10 DT-UNSCHED-COUNT PIC 999.
        10 DT-PUNCH-ERROR-COUNT PIC 999.
01 WS-NEW-DEPT PIC X(8) VALUE SPACES.
01 WS-SCHEDULE-COUNT PIC 9(5) VALUE 0.
01 WS-SCHEDULE-REJECTS PIC 9(5) VALUE 0.
01 WS-SCHEDULE-INACTIVE PIC 9(5) VALUE 0.
01 WS-PUNCH-COUNT PIC 9(5) VALUE 0.
01 WS-PAIRED-COUNT PIC 9(5) VALUE 0.
01 WS-BAD-PUNCH-COUNT PIC 9(5) VALUE 0.
01 WS-OTHER-DATE-COUNT PIC 9(5) VALUE 0.
01 WS-TABLE-FULL-COUNT PIC 9(5) VALUE 0.
01 WS-LATE-COUNT PIC 9(5) VALUE 0.
01 WS-EARLY-COUNT PIC 9(5) VALUE 0.
01 WS-ABSENT-COUNT PIC 9(5) VALUE 0.
01 WS-UNSCHED-COUNT PIC 9(5) VALUE 0.
01 WS-PUNCH-ERROR-COUNT PIC 9(5) VALUE 0.
01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
01 WS-DETAIL-WRITES PIC 9(5) VALUE 0.
01 WS-TALLY-POSTED PIC 9(5) VALUE 0.
01 WS-TALLY-SKIPPED PIC 9(5) VALUE 0.
01 WS-WRITE-FAIL-COUNT PIC 9(5) VALUE 0.
01 WS-TIME-HHMM PIC 9(4) VALUE 0.
01 WS-TIME-MINUTES PIC 9(4) VALUE 0.
01 WS-TIME-HH PIC 99 VALUE 0.
01 WS-TIME-MM PIC 99 VALUE 0.
01 WS-TIME-SW PIC X VALUE "N".
    88 TIME-VALID VALUE "Y".
    88 TIME-INVALID VALUE "N".
01 WS-IN-MINUTES PIC 9(4) VALUE 0.
01 WS-OUT-MINUTES PIC 9(4) VALUE 0.
01 WS-OUTSIDE-MINUTES PIC 9(4) VALUE 0.
01 WS-SCHED-MINUTES PIC 9(4) VALUE 0.
01 WS-TIME-RANGE.
    05 TR-FROM PIC 9(4).
    05 FILLER PIC X VALUE "-".
    05 TR-TO PIC 9(4).
01 WS-HEADING-LINE-1 PIC X(80) VALUE
    "ATTENDANCE EXCEPTION REPORT".
01 WS-HEADING-LINE-2 PIC X(80) VALUE ALL "-".
01 WS-DATE-LINE.
    05 FILLER PIC X(25) VALUE "BUSINESS DATE:".
    05 DL-DATE PIC 9(8).
01 WS-GRACE-LINE.
    05 FILLER PIC X(25) VALUE "GRACE MINUTES:".
    05 GL-GRACE PIC Z9.
01 WS-COLUMN-LINE PIC X(80) VALUE
    "     EMP ID NAME                 EXCEPTION        SCHEDULED ACTUAL     MINS".
01 WS-DEPT-HEADING-LINE.
    05 FILLER PIC X(12) VALUE "DEPARTMENT: ".
    05 DH-DEPT PIC X(8).
01 WS-EXCEPTION-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 EL-EMP-ID PIC 9(5).
    05 FILLER PIC X(2) VALUE SPACES.
    05 EL-EMP-NAME PIC X(20).
    05 FILLER PIC X VALUE SPACE.
    05 EL-EXCEPTION PIC X(16).
    05 FILLER PIC X VALUE SPACE.
    05 EL-SCHEDULED PIC X(9).
    05 FILLER PIC X VALUE SPACE.
    05 EL-ACTUAL PIC X(9).
    05 FILLER PIC X VALUE SPACE.
    05 EL-MINUTES PIC ZZZ9.
01 WS-DEPT-TOTAL-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 FILLER PIC X(11) VALUE "DEPT TOTAL ".
    05 DP-DEPT PIC X(8).
    05 FILLER PIC X(6) VALUE " LATE ".
    05 DP-LATE PIC ZZ9.
    05 FILLER PIC X(7) VALUE " EARLY ".
    05 DP-EARLY PIC ZZ9.
    05 FILLER PIC X(8) VALUE " ABSENT ".
    05 DP-ABSENT PIC ZZ9.
    05 FILLER PIC X(9) VALUE " UNSCHED ".
    05 DP-UNSCHED PIC ZZ9.
    05 FILLER PIC X(7) VALUE " PUNCH ".
    05 DP-PUNCH-ERROR PIC ZZ9.
01 WS-SUMMARY-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 SM-LABEL PIC X(30).
    05 SM-COUNT PIC ZZZZ9.

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
    IF PARM-INVALID
        DISPLAY "Attendance REFUSED for " WS-BUSINESS-DATE
            " - ATTNPARM card is not valid - nothing posted"
        MOVE 8 TO RETURN-CODE
        PERFORM 8950-UPDATE-STEP-CONTROL
        PERFORM 8900-WRITE-OPS-LOG
        STOP RUN
    END-IF
    PERFORM 2000-LOAD-SCHEDULE
    IF SCHEDULE-UNREADABLE
        DISPLAY "Attendance REFUSED for " WS-BUSINESS-DATE
            " - SHIFTSCH could not be read - nothing posted"
        PERFORM 9000-TERMINATE
        MOVE 8 TO RETURN-CODE
        PERFORM 8950-UPDATE-STEP-CONTROL
        PERFORM 8900-WRITE-OPS-LOG
        STOP RUN
    END-IF
    PERFORM 3000-READ-PUNCHES
    PERFORM 4000-EVALUATE-ATTENDANCE
    PERFORM 5000-WRITE-EXCEPTION-REPORT
    PERFORM 6000-WRITE-ATTENDANCE-DETAIL
    PERFORM 7000-POST-MONTHLY-TALLY
    PERFORM 8000-WRITE-SUMMARY
    DISPLAY "Attendance complete for " WS-BUSINESS-DATE " - "
        WS-LATE-COUNT " late, " WS-EARLY-COUNT " early out, "
        WS-ABSENT-COUNT " absent, " WS-UNSCHED-COUNT
        " unscheduled work"
    PERFORM 9000-TERMINATE
    IF NOT SCHEDULE-AVAILABLE OR WS-TABLE-FULL-COUNT > 0
            OR WS-SCHEDULE-REJECTS > 0 OR NOT TALLY-AVAILABLE
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-WRITE-FAIL-COUNT > 0
        DISPLAY "Write failures this run: " WS-WRITE-FAIL-COUNT
            " - the attendance extract or tally may be incomplete"
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
    PERFORM 1600-READ-GRACE-CARD
    IF PARM-VALID
        PERFORM 7500-LOAD-RATE-MASTER
        OPEN OUTPUT ATTENDANCE-REPORT
        WRITE ATTENDANCE-REPORT-LINE FROM WS-HEADING-LINE-1
        WRITE ATTENDANCE-REPORT-LINE FROM WS-HEADING-LINE-2
        MOVE WS-BUSINESS-DATE TO DL-DATE
        WRITE ATTENDANCE-REPORT-LINE FROM WS-DATE-LINE
        MOVE WS-GRACE-MINUTES TO GL-GRACE
        WRITE ATTENDANCE-REPORT-LINE FROM WS-GRACE-LINE
    END-IF.

1500-READ-CYCLE-DATE.
    OPEN INPUT CYCLE-FILE
    IF WS-CYCLE-STATUS = "35"
        MOVE WS-TODAY TO WS-BUSINESS-DATE
    ELSE
        READ CYCLE-FILE
            AT END MOVE WS-TODAY TO WS-BUSINESS-DATE
            NOT AT END MOVE CY-BUSINESS-DATE TO WS-BUSINESS-DATE
        END-READ
        CLOSE CYCLE-FILE
    END-IF.

1600-READ-GRACE-CARD.
    OPEN INPUT ATTN-PARM-FILE
    IF WS-ATTNPARM-STATUS NOT = "35"
        READ ATTN-PARM-FILE
            AT END CONTINUE
            NOT AT END
                IF AP-GRACE-MINUTES NUMERIC
                    MOVE AP-GRACE-MINUTES TO WS-GRACE-MINUTES
                ELSE
                    SET PARM-INVALID TO TRUE
                    DISPLAY "ATTNPARM grace minutes are invalid - "
                        AP-GRACE-MINUTES " - expected two digits"
                        " in columns 1-2"
                END-IF
        END-READ
        CLOSE ATTN-PARM-FILE
    END-IF.

2000-LOAD-SCHEDULE.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT SHIFT-SCHEDULE-FILE
    EVALUATE WS-SHIFTSCH-STATUS
        WHEN "00"
            SET SCHEDULE-AVAILABLE TO TRUE
            PERFORM UNTIL END-OF-INPUT
                READ SHIFT-SCHEDULE-FILE NEXT
                    AT END SET END-OF-INPUT TO TRUE
                    NOT AT END
                        IF SS-WORK-DATE = WS-BUSINESS-DATE
                            PERFORM 2100-TAKE-SCHEDULE-ROW
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SHIFT-SCHEDULE-FILE
        WHEN "35"
            DISPLAY "Shift schedule not available - file status "
                WS-SHIFTSCH-STATUS " - all punches will show as "
                "unscheduled work"
        WHEN OTHER
            DISPLAY "Shift schedule could not be opened - file "
                "status " WS-SHIFTSCH-STATUS
            SET SCHEDULE-UNREADABLE TO TRUE
    END-EVALUATE
    MOVE "N" TO WS-EOF-SW.

2100-TAKE-SCHEDULE-ROW.
    IF WS-RATE-COUNT > 0
        MOVE SS-EMP-ID TO WS-LOOKUP-EMP-ID
        PERFORM 7600-FIND-RATE
        IF RATE-NOT-FOUND OR RT-ACTIVE-SW(WS-RATE-IX) = "D"
            ADD 1 TO WS-SCHEDULE-INACTIVE
            DISPLAY "Schedule for employee " SS-EMP-ID
                " skipped - deactivated or not on the rate master"
        ELSE
            PERFORM 2150-EDIT-SCHEDULE-ROW
        END-IF
    ELSE
        PERFORM 2150-EDIT-SCHEDULE-ROW
    END-IF.

2150-EDIT-SCHEDULE-ROW.
    MOVE SS-START-TIME TO WS-TIME-HHMM
    PERFORM 4900-CONVERT-TIME
    MOVE WS-TIME-MINUTES TO WS-IN-MINUTES
    IF TIME-VALID
        MOVE SS-END-TIME TO WS-TIME-HHMM
        PERFORM 4900-CONVERT-TIME
        MOVE WS-TIME-MINUTES TO WS-OUT-MINUTES
    END-IF
    IF TIME-INVALID OR WS-OUT-MINUTES <= WS-IN-MINUTES
            OR SS-BREAK-MINUTES NOT NUMERIC
        ADD 1 TO WS-SCHEDULE-REJECTS
        DISPLAY "Schedule for employee " SS-EMP-ID " on "
            SS-WORK-DATE " is not valid - " SS-START-TIME "-"
            SS-END-TIME " - correct it with coboltvd"
    ELSE
        MOVE SS-EMP-ID TO WS-LOOKUP-EMP-ID
        PERFORM 3500-FIND-ATTENDANCE-ENTRY
        IF ATTN-FOUND
            ADD 1 TO WS-SCHEDULE-COUNT
            MOVE "Y" TO AE-SCHED-SW(WS-ATTN-IX)
            MOVE SS-START-TIME TO AE-SCHED-START(WS-ATTN-IX)
            MOVE SS-END-TIME TO AE-SCHED-END(WS-ATTN-IX)
            MOVE WS-IN-MINUTES TO AE-START-MINUTES(WS-ATTN-IX)
            MOVE WS-OUT-MINUTES TO AE-END-MINUTES(WS-ATTN-IX)
            MOVE SS-BREAK-MINUTES TO AE-BREAK-MINUTES(WS-ATTN-IX)
        END-IF
    END-IF.

3000-READ-PUNCHES.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT PUNCH-FILE
    IF WS-PUNCH-STATUS = "35"
        DISPLAY "No punch dataset - every scheduled employee "
            "will show as absent"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ PUNCH-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                ADD 1 TO WS-PUNCH-COUNT
                PERFORM 3100-PROCESS-PUNCH
        END-READ
    END-PERFORM
    IF WS-PUNCH-STATUS NOT = "35"
        CLOSE PUNCH-FILE
    END-IF
    MOVE "N" TO WS-EOF-SW.

3100-PROCESS-PUNCH.
    IF PN-EMP-ID NOT NUMERIC OR PN-WORK-DATE NOT NUMERIC
        ADD 1 TO WS-BAD-PUNCH-COUNT
    ELSE
        IF PN-WORK-DATE NOT = WS-BUSINESS-DATE
            ADD 1 TO WS-OTHER-DATE-COUNT
        ELSE
            MOVE PN-EMP-ID TO WS-LOOKUP-EMP-ID
            PERFORM 3500-FIND-ATTENDANCE-ENTRY
            IF ATTN-FOUND
                PERFORM 3200-PAIR-PUNCH
            END-IF
        END-IF
    END-IF.

3200-PAIR-PUNCH.
    SET TIME-INVALID TO TRUE
    IF PN-IN-TIME NUMERIC AND PN-OUT-TIME NUMERIC
        MOVE PN-IN-TIME TO WS-TIME-HHMM
        PERFORM 4900-CONVERT-TIME
        MOVE WS-TIME-MINUTES TO WS-IN-MINUTES
        IF TIME-VALID
            MOVE PN-OUT-TIME TO WS-TIME-HHMM
            PERFORM 4900-CONVERT-TIME
            MOVE WS-TIME-MINUTES TO WS-OUT-MINUTES
        END-IF
        IF TIME-VALID AND WS-OUT-MINUTES <= WS-IN-MINUTES
            SET TIME-INVALID TO TRUE
        END-IF
    END-IF
    IF TIME-INVALID
        ADD 1 TO WS-BAD-PUNCH-COUNT
        ADD 1 TO AE-BAD-PUNCH-COUNT(WS-ATTN-IX)
    ELSE
        ADD 1 TO WS-PAIRED-COUNT
        ADD 1 TO AE-PAIR-COUNT(WS-ATTN-IX)
        IF AE-PAIR-COUNT(WS-ATTN-IX) = 1
                OR WS-IN-MINUTES < AE-FIRST-IN-MINUTES(WS-ATTN-IX)
            MOVE WS-IN-MINUTES TO AE-FIRST-IN-MINUTES(WS-ATTN-IX)
            MOVE PN-IN-TIME TO AE-FIRST-IN(WS-ATTN-IX)
        END-IF
        IF WS-OUT-MINUTES > AE-LAST-OUT-MINUTES(WS-ATTN-IX)
            MOVE WS-OUT-MINUTES TO AE-LAST-OUT-MINUTES(WS-ATTN-IX)
            MOVE PN-OUT-TIME TO AE-LAST-OUT(WS-ATTN-IX)
        END-IF
        COMPUTE AE-WORKED-MINUTES(WS-ATTN-IX) =
            AE-WORKED-MINUTES(WS-ATTN-IX)
            + WS-OUT-MINUTES - WS-IN-MINUTES
        IF AE-SCHEDULED(WS-ATTN-IX)
            PERFORM 3300-MEASURE-OUTSIDE-SHIFT
        END-IF
    END-IF.

3300-MEASURE-OUTSIDE-SHIFT.
    MOVE 0 TO WS-OUTSIDE-MINUTES
    IF WS-IN-MINUTES < AE-START-MINUTES(WS-ATTN-IX)
        IF WS-OUT-MINUTES < AE-START-MINUTES(WS-ATTN-IX)
            COMPUTE WS-OUTSIDE-MINUTES = WS-OUTSIDE-MINUTES
                + WS-OUT-MINUTES - WS-IN-MINUTES
        ELSE
            COMPUTE WS-OUTSIDE-MINUTES = WS-OUTSIDE-MINUTES
                + AE-START-MINUTES(WS-ATTN-IX) - WS-IN-MINUTES
        END-IF
    END-IF
    IF WS-OUT-MINUTES > AE-END-MINUTES(WS-ATTN-IX)
        IF WS-IN-MINUTES > AE-END-MINUTES(WS-ATTN-IX)
            COMPUTE WS-OUTSIDE-MINUTES = WS-OUTSIDE-MINUTES
                + WS-OUT-MINUTES - WS-IN-MINUTES
        ELSE
            COMPUTE WS-OUTSIDE-MINUTES = WS-OUTSIDE-MINUTES
                + WS-OUT-MINUTES - AE-END-MINUTES(WS-ATTN-IX)
        END-IF
    END-IF
    ADD WS-OUTSIDE-MINUTES TO AE-OUTSIDE-MINUTES(WS-ATTN-IX).

3500-FIND-ATTENDANCE-ENTRY.
    SET ATTN-NOT-FOUND TO TRUE
    MOVE 0 TO WS-ATTN-IX
    PERFORM UNTIL ATTN-FOUND OR WS-ATTN-IX >= WS-ATTN-COUNT
        ADD 1 TO WS-ATTN-IX
        IF AE-EMP-ID(WS-ATTN-IX) = WS-LOOKUP-EMP-ID
            SET ATTN-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF ATTN-NOT-FOUND
        IF WS-ATTN-COUNT < 500
            ADD 1 TO WS-ATTN-COUNT
            MOVE WS-ATTN-COUNT TO WS-ATTN-IX
            INITIALIZE WS-ATTN-ENTRY(WS-ATTN-IX)
            MOVE WS-LOOKUP-EMP-ID TO AE-EMP-ID(WS-ATTN-IX)
            MOVE "N" TO AE-SCHED-SW(WS-ATTN-IX)
            PERFORM 7600-FIND-RATE
            IF RATE-FOUND
                MOVE RT-EMP-NAME(WS-RATE-IX)
                    TO AE-EMP-NAME(WS-ATTN-IX)
                MOVE RT-DEPT(WS-RATE-IX) TO AE-DEPT(WS-ATTN-IX)
            ELSE
                MOVE "NOT ON RATE MASTER" TO AE-EMP-NAME(WS-ATTN-IX)
                MOVE "UNKNOWN" TO AE-DEPT(WS-ATTN-IX)
            END-IF
            SET ATTN-FOUND TO TRUE
        ELSE
            ADD 1 TO WS-TABLE-FULL-COUNT
            DISPLAY "Attendance table full - employee "
                WS-LOOKUP-EMP-ID " not checked"
        END-IF
    END-IF.

4000-EVALUATE-ATTENDANCE.
    MOVE 0 TO WS-ATTN-IX
    PERFORM UNTIL WS-ATTN-IX >= WS-ATTN-COUNT
        ADD 1 TO WS-ATTN-IX
        IF AE-SCHEDULED(WS-ATTN-IX)
            PERFORM 4100-CHECK-SCHEDULED-DAY
        ELSE
            IF AE-PAIR-COUNT(WS-ATTN-IX) > 0
                MOVE "Y" TO AE-UNSCHED-SW(WS-ATTN-IX)
                MOVE AE-WORKED-MINUTES(WS-ATTN-IX)
                    TO AE-UNSCHED-MINUTES(WS-ATTN-IX)
                ADD 1 TO WS-UNSCHED-COUNT
            END-IF
        END-IF
        MOVE AE-DEPT(WS-ATTN-IX) TO WS-NEW-DEPT
        PERFORM 4500-POST-DEPT-COUNTS
    END-PERFORM.

4100-CHECK-SCHEDULED-DAY.
    IF AE-PAIR-COUNT(WS-ATTN-IX) = 0
        IF AE-BAD-PUNCH-COUNT(WS-ATTN-IX) > 0
            MOVE "Y" TO AE-PUNCH-ERROR-SW(WS-ATTN-IX)
            ADD 1 TO WS-PUNCH-ERROR-COUNT
        ELSE
            MOVE "Y" TO AE-ABSENT-SW(WS-ATTN-IX)
            ADD 1 TO WS-ABSENT-COUNT
        END-IF
    ELSE
        IF AE-FIRST-IN-MINUTES(WS-ATTN-IX) >
                AE-START-MINUTES(WS-ATTN-IX) + WS-GRACE-MINUTES
            MOVE "Y" TO AE-LATE-SW(WS-ATTN-IX)
            COMPUTE AE-LATE-MINUTES(WS-ATTN-IX) =
                AE-FIRST-IN-MINUTES(WS-ATTN-IX)
                - AE-START-MINUTES(WS-ATTN-IX)
            ADD 1 TO WS-LATE-COUNT
        END-IF
        IF AE-LAST-OUT-MINUTES(WS-ATTN-IX) + WS-GRACE-MINUTES <
                AE-END-MINUTES(WS-ATTN-IX)
            MOVE "Y" TO AE-EARLY-SW(WS-ATTN-IX)
            COMPUTE AE-EARLY-MINUTES(WS-ATTN-IX) =
                AE-END-MINUTES(WS-ATTN-IX)
                - AE-LAST-OUT-MINUTES(WS-ATTN-IX)
            ADD 1 TO WS-EARLY-COUNT
        END-IF
        IF AE-OUTSIDE-MINUTES(WS-ATTN-IX) > WS-GRACE-MINUTES
            MOVE "Y" TO AE-UNSCHED-SW(WS-ATTN-IX)
            MOVE AE-OUTSIDE-MINUTES(WS-ATTN-IX)
                TO AE-UNSCHED-MINUTES(WS-ATTN-IX)
            ADD 1 TO WS-UNSCHED-COUNT
        END-IF
    END-IF.

4500-POST-DEPT-COUNTS.
    SET DEPT-NOT-FOUND TO TRUE
    MOVE 0 TO WS-DEPT-IX
    PERFORM UNTIL DEPT-FOUND OR WS-DEPT-IX >= WS-DEPT-COUNT
        ADD 1 TO WS-DEPT-IX
        IF DT-DEPT(WS-DEPT-IX) = WS-NEW-DEPT
            SET DEPT-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF DEPT-NOT-FOUND
        IF WS-DEPT-COUNT < 50
            PERFORM 4600-INSERT-DEPT
        ELSE
            DISPLAY "Department table full - exceptions for "
                WS-NEW-DEPT " not reported"
            ADD 1 TO WS-TABLE-FULL-COUNT
        END-IF
    END-IF
    IF DEPT-FOUND
        IF AE-LATE(WS-ATTN-IX)
            ADD 1 TO DT-LATE-COUNT(WS-DEPT-IX)
        END-IF
        IF AE-EARLY-OUT(WS-ATTN-IX)
            ADD 1 TO DT-EARLY-COUNT(WS-DEPT-IX)
        END-IF
        IF AE-ABSENT(WS-ATTN-IX)
            ADD 1 TO DT-ABSENT-COUNT(WS-DEPT-IX)
        END-IF
        IF AE-UNSCHEDULED(WS-ATTN-IX)
            ADD 1 TO DT-UNSCHED-COUNT(WS-DEPT-IX)
        END-IF
        IF AE-PUNCH-ERROR(WS-ATTN-IX)
            ADD 1 TO DT-PUNCH-ERROR-COUNT(WS-DEPT-IX)
        END-IF
    END-IF.

4600-INSERT-DEPT.
*> departments are kept in name order so the report prints in order
    MOVE 1 TO WS-DEPT-IX
    PERFORM UNTIL WS-DEPT-IX > WS-DEPT-COUNT
            OR DT-DEPT(WS-DEPT-IX) > WS-NEW-DEPT
        ADD 1 TO WS-DEPT-IX
    END-PERFORM
    ADD 1 TO WS-DEPT-COUNT
    MOVE WS-DEPT-COUNT TO WS-DEPT-SHIFT-IX
    PERFORM UNTIL WS-DEPT-SHIFT-IX <= WS-DEPT-IX
        MOVE WS-DEPT-ENTRY(WS-DEPT-SHIFT-IX - 1)
            TO WS-DEPT-ENTRY(WS-DEPT-SHIFT-IX)
        SUBTRACT 1 FROM WS-DEPT-SHIFT-IX
    END-PERFORM
    MOVE WS-NEW-DEPT TO DT-DEPT(WS-DEPT-IX)
    MOVE 0 TO DT-LATE-COUNT(WS-DEPT-IX)
    MOVE 0 TO DT-EARLY-COUNT(WS-DEPT-IX)
    MOVE 0 TO DT-ABSENT-COUNT(WS-DEPT-IX)
    MOVE 0 TO DT-UNSCHED-COUNT(WS-DEPT-IX)
    MOVE 0 TO DT-PUNCH-ERROR-COUNT(WS-DEPT-IX)
    SET DEPT-FOUND TO TRUE.

4900-CONVERT-TIME.
    SET TIME-INVALID TO TRUE
    MOVE 0 TO WS-TIME-MINUTES
    IF WS-TIME-HHMM NUMERIC
        DIVIDE WS-TIME-HHMM BY 100 GIVING WS-TIME-HH
            REMAINDER WS-TIME-MM
        IF WS-TIME-HH <= 23 AND WS-TIME-MM <= 59
            COMPUTE WS-TIME-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
            SET TIME-VALID TO TRUE
        END-IF
    END-IF.

5000-WRITE-EXCEPTION-REPORT.
    WRITE ATTENDANCE-REPORT-LINE FROM WS-COLUMN-LINE
    MOVE 0 TO WS-DEPT-IX
    PERFORM UNTIL WS-DEPT-IX >= WS-DEPT-COUNT
        ADD 1 TO WS-DEPT-IX
        IF DT-LATE-COUNT(WS-DEPT-IX) > 0
                OR DT-EARLY-COUNT(WS-DEPT-IX) > 0
                OR DT-ABSENT-COUNT(WS-DEPT-IX) > 0
                OR DT-UNSCHED-COUNT(WS-DEPT-IX) > 0
                OR DT-PUNCH-ERROR-COUNT(WS-DEPT-IX) > 0
            PERFORM 5100-WRITE-DEPT-EXCEPTIONS
        END-IF
    END-PERFORM.

5100-WRITE-DEPT-EXCEPTIONS.
    WRITE ATTENDANCE-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE DT-DEPT(WS-DEPT-IX) TO DH-DEPT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-DEPT-HEADING-LINE
    MOVE 0 TO WS-ATTN-IX
    PERFORM UNTIL WS-ATTN-IX >= WS-ATTN-COUNT
        ADD 1 TO WS-ATTN-IX
        IF AE-DEPT(WS-ATTN-IX) = DT-DEPT(WS-DEPT-IX)
            PERFORM 5200-WRITE-EMPLOYEE-EXCEPTIONS
        END-IF
    END-PERFORM
    MOVE DT-DEPT(WS-DEPT-IX) TO DP-DEPT
    MOVE DT-LATE-COUNT(WS-DEPT-IX) TO DP-LATE
    MOVE DT-EARLY-COUNT(WS-DEPT-IX) TO DP-EARLY
    MOVE DT-ABSENT-COUNT(WS-DEPT-IX) TO DP-ABSENT
    MOVE DT-UNSCHED-COUNT(WS-DEPT-IX) TO DP-UNSCHED
    MOVE DT-PUNCH-ERROR-COUNT(WS-DEPT-IX) TO DP-PUNCH-ERROR
    WRITE ATTENDANCE-REPORT-LINE FROM WS-DEPT-TOTAL-LINE.

5200-WRITE-EMPLOYEE-EXCEPTIONS.
    MOVE AE-EMP-ID(WS-ATTN-IX) TO EL-EMP-ID
    MOVE AE-EMP-NAME(WS-ATTN-IX) TO EL-EMP-NAME
    IF AE-SCHEDULED(WS-ATTN-IX)
        MOVE AE-SCHED-START(WS-ATTN-IX) TO TR-FROM
        MOVE AE-SCHED-END(WS-ATTN-IX) TO TR-TO
        MOVE WS-TIME-RANGE TO EL-SCHEDULED
    ELSE
        MOVE "NOT SCHED" TO EL-SCHEDULED
    END-IF
    IF AE-PAIR-COUNT(WS-ATTN-IX) > 0
        MOVE AE-FIRST-IN(WS-ATTN-IX) TO TR-FROM
        MOVE AE-LAST-OUT(WS-ATTN-IX) TO TR-TO
        MOVE WS-TIME-RANGE TO EL-ACTUAL
    ELSE
        MOVE "NO PUNCH" TO EL-ACTUAL
    END-IF
    IF AE-LATE(WS-ATTN-IX)
        MOVE "LATE" TO EL-EXCEPTION
        MOVE AE-LATE-MINUTES(WS-ATTN-IX) TO EL-MINUTES
        PERFORM 5300-WRITE-EXCEPTION-LINE
    END-IF
    IF AE-EARLY-OUT(WS-ATTN-IX)
        MOVE "EARLY OUT" TO EL-EXCEPTION
        MOVE AE-EARLY-MINUTES(WS-ATTN-IX) TO EL-MINUTES
        PERFORM 5300-WRITE-EXCEPTION-LINE
    END-IF
    IF AE-ABSENT(WS-ATTN-IX)
        MOVE "ABSENT" TO EL-EXCEPTION
        COMPUTE WS-SCHED-MINUTES = AE-END-MINUTES(WS-ATTN-IX)
            - AE-START-MINUTES(WS-ATTN-IX)
        MOVE WS-SCHED-MINUTES TO EL-MINUTES
        PERFORM 5300-WRITE-EXCEPTION-LINE
    END-IF
    IF AE-UNSCHEDULED(WS-ATTN-IX)
        MOVE "UNSCHEDULED WORK" TO EL-EXCEPTION
        MOVE AE-UNSCHED-MINUTES(WS-ATTN-IX) TO EL-MINUTES
        PERFORM 5300-WRITE-EXCEPTION-LINE
    END-IF
    IF AE-PUNCH-ERROR(WS-ATTN-IX)
        MOVE "PUNCH EXCEPTION" TO EL-EXCEPTION
        MOVE 0 TO EL-MINUTES
        PERFORM 5300-WRITE-EXCEPTION-LINE
    END-IF.

5300-WRITE-EXCEPTION-LINE.
    WRITE ATTENDANCE-REPORT-LINE FROM WS-EXCEPTION-LINE
    IF WS-ATTNRPT-STATUS = "00"
        ADD 1 TO WS-EXCEPTION-COUNT
    END-IF.

6000-WRITE-ATTENDANCE-DETAIL.
    OPEN OUTPUT ATTENDANCE-DETAIL-FILE
    IF WS-ATTNDTL-STATUS NOT = "00"
        ADD 1 TO WS-WRITE-FAIL-COUNT
        DISPLAY "Attendance detail open failed - file status "
            WS-ATTNDTL-STATUS
    ELSE
        MOVE 0 TO WS-ATTN-IX
        PERFORM UNTIL WS-ATTN-IX >= WS-ATTN-COUNT
            ADD 1 TO WS-ATTN-IX
            MOVE AE-EMP-ID(WS-ATTN-IX) TO AD-EMP-ID
            MOVE WS-BUSINESS-DATE TO AD-WORK-DATE
            MOVE AE-DEPT(WS-ATTN-IX) TO AD-DEPT
            IF AE-SCHEDULED(WS-ATTN-IX)
                COMPUTE AD-SCHED-MINUTES = AE-END-MINUTES(WS-ATTN-IX)
                    - AE-START-MINUTES(WS-ATTN-IX)
                    - AE-BREAK-MINUTES(WS-ATTN-IX)
                    ON SIZE ERROR MOVE 0 TO AD-SCHED-MINUTES
                END-COMPUTE
            ELSE
                MOVE 0 TO AD-SCHED-MINUTES
            END-IF
            MOVE AE-WORKED-MINUTES(WS-ATTN-IX) TO AD-WORKED-MINUTES
            MOVE AE-UNSCHED-MINUTES(WS-ATTN-IX) TO AD-UNSCHED-MINUTES
            MOVE AE-LATE-SW(WS-ATTN-IX) TO AD-LATE-SW
            MOVE AE-EARLY-SW(WS-ATTN-IX) TO AD-EARLY-SW
            MOVE AE-ABSENT-SW(WS-ATTN-IX) TO AD-ABSENT-SW
            MOVE AE-UNSCHED-SW(WS-ATTN-IX) TO AD-UNSCHED-SW
            WRITE ATTENDANCE-DETAIL-RECORD
            IF WS-ATTNDTL-STATUS = "00"
                ADD 1 TO WS-DETAIL-WRITES
            ELSE
                ADD 1 TO WS-WRITE-FAIL-COUNT
                DISPLAY "Attendance detail write failed - file status "
                    WS-ATTNDTL-STATUS
            END-IF
        END-PERFORM
        CLOSE ATTENDANCE-DETAIL-FILE
    END-IF.

7000-POST-MONTHLY-TALLY.
    OPEN I-O ATTENDANCE-TALLY-FILE
    IF WS-ATTNTLY-STATUS = "35"
        OPEN OUTPUT ATTENDANCE-TALLY-FILE
        CLOSE ATTENDANCE-TALLY-FILE
        OPEN I-O ATTENDANCE-TALLY-FILE
    END-IF
    IF WS-ATTNTLY-STATUS NOT = "00"
        DISPLAY "Attendance tally open failed - file status "
            WS-ATTNTLY-STATUS " - monthly tally not posted"
    ELSE
        SET TALLY-AVAILABLE TO TRUE
        MOVE 0 TO WS-ATTN-IX
        PERFORM UNTIL WS-ATTN-IX >= WS-ATTN-COUNT
            ADD 1 TO WS-ATTN-IX
            PERFORM 7100-POST-ONE-TALLY
        END-PERFORM
        CLOSE ATTENDANCE-TALLY-FILE
    END-IF.

7100-POST-ONE-TALLY.
    MOVE AE-EMP-ID(WS-ATTN-IX) TO AT-EMP-ID
    MOVE WS-BUSINESS-MONTH TO AT-MONTH
    READ ATTENDANCE-TALLY-FILE
        INVALID KEY SET TALLY-NOT-ON-FILE TO TRUE
        NOT INVALID KEY SET TALLY-ON-FILE TO TRUE
    END-READ
    IF TALLY-ON-FILE AND AT-LAST-POSTED >= WS-BUSINESS-DATE
        ADD 1 TO WS-TALLY-SKIPPED
    ELSE
        IF TALLY-NOT-ON-FILE
            MOVE AE-EMP-ID(WS-ATTN-IX) TO AT-EMP-ID
            MOVE WS-BUSINESS-MONTH TO AT-MONTH
            MOVE ZEROS TO AT-COUNTS
        END-IF
        MOVE AE-DEPT(WS-ATTN-IX) TO AT-DEPT
        MOVE WS-BUSINESS-DATE TO AT-LAST-POSTED
        IF AE-SCHEDULED(WS-ATTN-IX)
            ADD 1 TO AT-DAYS-SCHEDULED
        ELSE
            IF AE-PAIR-COUNT(WS-ATTN-IX) > 0
                ADD 1 TO AT-UNSCHED-DAYS
            END-IF
        END-IF
        IF AE-PAIR-COUNT(WS-ATTN-IX) > 0
            ADD 1 TO AT-DAYS-WORKED
        END-IF
        IF AE-LATE(WS-ATTN-IX)
            ADD 1 TO AT-LATE-COUNT
            ADD AE-LATE-MINUTES(WS-ATTN-IX) TO AT-LATE-MINUTES
        END-IF
        IF AE-EARLY-OUT(WS-ATTN-IX)
            ADD 1 TO AT-EARLY-COUNT
            ADD AE-EARLY-MINUTES(WS-ATTN-IX) TO AT-EARLY-MINUTES
        END-IF
        IF AE-ABSENT(WS-ATTN-IX)
            ADD 1 TO AT-ABSENT-COUNT
        END-IF
        ADD AE-UNSCHED-MINUTES(WS-ATTN-IX) TO AT-UNSCHED-MINUTES
        IF TALLY-ON-FILE
            REWRITE ATTENDANCE-TALLY-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
        ELSE
            WRITE ATTENDANCE-TALLY-RECORD
                INVALID KEY CONTINUE
            END-WRITE
        END-IF
        IF WS-ATTNTLY-STATUS = "00"
            ADD 1 TO WS-TALLY-POSTED
        ELSE
            ADD 1 TO WS-WRITE-FAIL-COUNT
            DISPLAY "Attendance tally write failed for employee "
                AE-EMP-ID(WS-ATTN-IX) " - file status "
                WS-ATTNTLY-STATUS
        END-IF
    END-IF.

7500-LOAD-RATE-MASTER.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-RATE-COUNT
    OPEN INPUT RATE-MASTER-FILE
    IF WS-RATEMAST-STATUS = "35"
        DISPLAY "Rate master not found - departments "
            "unavailable for the report"
    ELSE
        PERFORM UNTIL END-OF-INPUT
            READ RATE-MASTER-FILE
                AT END SET END-OF-INPUT TO TRUE
                NOT AT END
                    IF WS-RATE-COUNT < 200
                        ADD 1 TO WS-RATE-COUNT
                        MOVE RATE-MASTER-RECORD
                            TO WS-RATE-ENTRY(WS-RATE-COUNT)
                    ELSE
                        DISPLAY "Rate table full - record skipped"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATE-MASTER-FILE
    END-IF
    MOVE "N" TO WS-EOF-SW.

7600-FIND-RATE.
    SET RATE-NOT-FOUND TO TRUE
    MOVE 0 TO WS-RATE-IX
    PERFORM UNTIL RATE-FOUND OR WS-RATE-IX >= WS-RATE-COUNT
        ADD 1 TO WS-RATE-IX
        IF RT-EMP-ID(WS-RATE-IX) = WS-LOOKUP-EMP-ID
            SET RATE-FOUND TO TRUE
        END-IF
    END-PERFORM.

8000-WRITE-SUMMARY.
    WRITE ATTENDANCE-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE "SCHEDULED SHIFTS:" TO SM-LABEL
    MOVE WS-SCHEDULE-COUNT TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "SCHEDULE ROWS NOT VALID:" TO SM-LABEL
    MOVE WS-SCHEDULE-REJECTS TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "SCHEDULES - INACTIVE EMPLOYEE:" TO SM-LABEL
    MOVE WS-SCHEDULE-INACTIVE TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "PUNCHES READ:" TO SM-LABEL
    MOVE WS-PUNCH-COUNT TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "PUNCHES PAIRED:" TO SM-LABEL
    MOVE WS-PAIRED-COUNT TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "PUNCHES NOT USABLE:" TO SM-LABEL
    MOVE WS-BAD-PUNCH-COUNT TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "PUNCHES FOR OTHER DATES:" TO SM-LABEL
    MOVE WS-OTHER-DATE-COUNT TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "LATE ARRIVALS:" TO SM-LABEL
    MOVE WS-LATE-COUNT TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "EARLY DEPARTURES:" TO SM-LABEL
    MOVE WS-EARLY-COUNT TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "ABSENCES:" TO SM-LABEL
    MOVE WS-ABSENT-COUNT TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "UNSCHEDULED WORK:" TO SM-LABEL
    MOVE WS-UNSCHED-COUNT TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "PUNCH EXCEPTIONS:" TO SM-LABEL
    MOVE WS-PUNCH-ERROR-COUNT TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "MONTHLY TALLIES POSTED:" TO SM-LABEL
    MOVE WS-TALLY-POSTED TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "TALLIES ALREADY POSTED:" TO SM-LABEL
    MOVE WS-TALLY-SKIPPED TO SM-COUNT
    WRITE ATTENDANCE-REPORT-LINE FROM WS-SUMMARY-LINE.

9000-TERMINATE.
    CLOSE ATTENDANCE-REPORT.

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
        MOVE "COBOLTVE" TO OL-PROGRAM
        MOVE WS-BUSINESS-DATE TO OL-DATE
        MOVE WS-START-TIME TO OL-START-TIME
        ACCEPT WS-OPS-TIME-RAW FROM TIME
        MOVE WS-OPS-TIME-HHMMSS TO OL-END-TIME
        MOVE WS-PUNCH-COUNT TO OL-RECORDS-IN
        MOVE WS-DETAIL-WRITES TO OL-RECORDS-OUT
        MOVE WS-EXCEPTION-COUNT TO OL-REJECTS
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
