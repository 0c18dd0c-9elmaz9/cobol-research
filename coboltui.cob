      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltui.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - retroactive pay: finds every RATEHIST rate that
*> was keyed after its own effective date and re-prices each affected
*> work date on the PAYHIST pay history (from the entry's effective
*> date on) at the rate and overtime threshold that was really in
*> force, using the same rules as the coboltup gross register.  Each
*> work date whose gross changes is printed on the RETRORPT retro
*> adjustment register with its old gross, new gross and difference,
*> and is appended to RETROADJ for the business date so the coboltun
*> net pay run pays the difference as a separate retro earnings line
*> through deductions.  Overpayments are printed but not recovered
*> automatically.  The corrected pricing is appended to PAYHIST, so
*> a rerun, or the next night's run, does not pay the same work date
*> twice.
*> October 14th 2026 - step control: the run first checks the STEPCTL
*> step-control dataset and refuses (return code 8, nothing touched)
*> when its scheduled predecessors have not completed for the CYCLEDT
*> business date or it has already completed for that date, unless an
*> operator has recorded an authorised rerun with coboltvc.  The end
*> of the run is recorded on STEPCTL (complete below return code 8,
*> failed otherwise) for the programs that follow it.
*> October 15th 2026 - only PAYHIST work dates whose latest pricing
*> differs from the rate in force are held for re-pricing, so work
*> dates already corrected drop out of the window instead of filling
*> the work date table night after night.  The PAYHIST re-price record
*> is now written before the RETROADJ adjustment, and the adjustment
*> is written only once PAYHIST has recorded it, so a failed write can
*> never leave a work date to be paid a second time.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
    SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATEMAST-STATUS.
    SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATEHIST-STATUS.
    SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYHIST-STATUS.
    SELECT RETRO-ADJUSTMENT-FILE ASSIGN TO "RETROADJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETROADJ-STATUS.
    SELECT RETRO-REPORT ASSIGN TO "RETRORPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETRORPT-STATUS.
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

FD RATE-MASTER-FILE.
01 RATE-MASTER-RECORD.
    05 RM-EMP-ID PIC 9(5).
    05 RM-EMP-NAME PIC X(30).
    05 RM-DEPT PIC X(8).
    05 RM-HOURLY-RATE PIC 99V99.
    05 RM-OT-THRESHOLD PIC 99.
    05 RM-ACTIVE-SW PIC X.

FD RATE-HISTORY-FILE.
01 RATE-HISTORY-RECORD.
    05 RH-EMP-ID PIC 9(5).
    05 RH-EFF-DATE PIC 9(8).
    05 RH-HOURLY-RATE PIC 99V99.
    05 RH-OT-THRESHOLD PIC 99.
    05 RH-ENTERED-DATE PIC 9(8).
    05 RH-ENTERED-TIME PIC 9(6).

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

FD RETRO-REPORT.
01 RETRO-REPORT-LINE PIC X(100).

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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTUI".
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
01 WS-RATEMAST-STATUS PIC XX VALUE "00".
01 WS-RATEHIST-STATUS PIC XX VALUE "00".
01 WS-PAYHIST-STATUS PIC XX VALUE "00".
01 WS-RETROADJ-STATUS PIC XX VALUE "00".
01 WS-RETRORPT-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-RATE-SW PIC X VALUE "N".
    88 RATE-FOUND VALUE "Y".
    88 RATE-NOT-FOUND VALUE "N".
01 WS-WINDOW-SW PIC X VALUE "N".
    88 WINDOW-FOUND VALUE "Y".
    88 WINDOW-NOT-FOUND VALUE "N".
01 WS-WORK-SW PIC X VALUE "N".
    88 WORK-FOUND VALUE "Y".
    88 WORK-NOT-FOUND VALUE "N".
01 WS-SORT-SW PIC X VALUE "N".
    88 ADJUSTMENTS-SORTED VALUE "Y".
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
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
01 WS-HIST-COUNT PIC 9(4) VALUE 0.
01 WS-HIST-IX PIC 9(4) VALUE 0.
01 WS-HIST-TABLE.
    05 WS-HIST-ENTRY OCCURS 1000 TIMES.
        10 HT-EMP-ID PIC 9(5).
        10 HT-EFF-DATE PIC 9(8).
        10 HT-HOURLY-RATE PIC 99V99.
        10 HT-OT-THRESHOLD PIC 99.
01 WS-WINDOW-COUNT PIC 999 VALUE 0.
01 WS-WINDOW-IX PIC 999 VALUE 0.
01 WS-WINDOW-TABLE.
    05 WS-WINDOW-ENTRY OCCURS 200 TIMES.
        10 WN-EMP-ID PIC 9(5).
        10 WN-FROM-DATE PIC 9(8).
01 WS-WORK-COUNT PIC 9(4) VALUE 0.
01 WS-WORK-IX PIC 9(4) VALUE 0.
01 WS-WORK-TABLE.
    05 WS-WORK-ENTRY OCCURS 1000 TIMES.
        10 WK-EMP-ID PIC 9(5).
        10 WK-EMP-NAME PIC X(30).
        10 WK-DEPT PIC X(8).
        10 WK-WORK-DATE PIC 9(8).
        10 WK-HOURS PIC 99V99.
        10 WK-RATE PIC 99V99.
        10 WK-THRESHOLD PIC 99.
        10 WK-GROSS PIC 9(5)V99.
01 WS-ADJ-COUNT PIC 999 VALUE 0.
01 WS-ADJ-IX PIC 999 VALUE 0.
01 WS-ADJ-TABLE.
    05 WS-ADJ-ENTRY OCCURS 500 TIMES.
        10 AT-EMP-ID PIC 9(5).
        10 AT-WORK-DATE PIC 9(8).
        10 AT-EMP-NAME PIC X(30).
        10 AT-DEPT PIC X(8).
        10 AT-HOURS PIC 99V99.
        10 AT-OLD-RATE PIC 99V99.
        10 AT-NEW-RATE PIC 99V99.
        10 AT-NEW-THRESHOLD PIC 99.
        10 AT-OLD-GROSS PIC 9(5)V99.
        10 AT-NEW-GROSS PIC 9(5)V99.
        10 AT-STATUS PIC X.
            88 AT-TO-PAY VALUE "P".
            88 AT-OVERPAID VALUE "O".
            88 AT-NO-CHANGE VALUE "N".
        10 AT-WRITTEN-SW PIC X.
            88 AT-WRITTEN VALUE "Y".
01 WS-SWAP-ENTRY PIC X(81).
01 WS-PRICE-RATE PIC 99V99 VALUE 0.
01 WS-PRICE-THRESHOLD PIC 99 VALUE 0.
01 WS-PRICE-EMP-ID PIC 9(5) VALUE 0.
01 WS-PRICE-DATE PIC 9(8) VALUE 0.
01 WS-BEST-DATE PIC 9(8) VALUE 0.
01 WS-REG-HOURS PIC 99V99 VALUE 0.
01 WS-OT-HOURS PIC 99V99 VALUE 0.
01 WS-REG-PAY PIC 9(5)V99 VALUE 0.
01 WS-OT-PAY PIC 9(5)V99 VALUE 0.
01 WS-GROSS-PAY PIC 9(5)V99 VALUE 0.
01 WS-DIFFERENCE PIC S9(5)V99 VALUE 0.
01 WS-EMP-DIFFERENCE PIC S9(7)V99 VALUE 0.
01 WS-LAST-EMP-ID PIC 9(5) VALUE 0.
01 WS-HIST-READ-COUNT PIC 9(7) VALUE 0.
01 WS-CHECKED-COUNT PIC 9(5) VALUE 0.
01 WS-REPRICED-COUNT PIC 9(5) VALUE 0.
01 WS-PAY-COUNT PIC 9(5) VALUE 0.
01 WS-OVERPAID-COUNT PIC 9(5) VALUE 0.
01 WS-NO-RATE-COUNT PIC 9(5) VALUE 0.
01 WS-RETRO-DUE PIC 9(7)V99 VALUE 0.
01 WS-OVERPAID-TOTAL PIC 9(7)V99 VALUE 0.
01 WS-WRITE-FAIL-COUNT PIC 9(5) VALUE 0.
01 WS-TABLE-FULL-COUNT PIC 9(5) VALUE 0.
01 WS-HEADING-LINE-1 PIC X(100) VALUE
    "RETROACTIVE PAY ADJUSTMENT REGISTER".
01 WS-HEADING-LINE-2 PIC X(100) VALUE ALL "-".
01 WS-DATE-LINE.
    05 FILLER PIC X(25) VALUE "PAID WITH NET PAY OF:".
    05 HD-DATE PIC 9(8).
01 WS-COLUMN-LINE PIC X(100) VALUE
    "  EMP    NAME                WORK DATE  OLD RATE NEW RATE  OLD GROSS  NEW GROSS  DIFFERENCE".
01 WS-DETAIL-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 RL-EMP-ID PIC 9(5).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RL-NAME PIC X(18).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RL-WORK-DATE PIC 9(8).
    05 FILLER PIC X(4) VALUE SPACES.
    05 RL-OLD-RATE PIC Z9.99.
    05 FILLER PIC X(4) VALUE SPACES.
    05 RL-NEW-RATE PIC Z9.99.
    05 FILLER PIC X(3) VALUE SPACES.
    05 RL-OLD-GROSS PIC Z(4)9.99.
    05 FILLER PIC X(3) VALUE SPACES.
    05 RL-NEW-GROSS PIC Z(4)9.99.
    05 FILLER PIC X(3) VALUE SPACES.
    05 RL-DIFFERENCE PIC -Z(4)9.99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 RL-NOTE PIC X(14).
01 WS-EMP-TOTAL-LINE.
    05 FILLER PIC X(9) VALUE SPACES.
    05 FILLER PIC X(18) VALUE "EMPLOYEE TOTAL".
    05 FILLER PIC X(54) VALUE SPACES.
    05 ET-DIFFERENCE PIC -Z(6)9.99.
01 WS-AMOUNT-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 AL-LABEL PIC X(36).
    05 AL-AMOUNT PIC Z(6)9.99.
01 WS-COUNT-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 CL-LABEL PIC X(36).
    05 CL-COUNT PIC Z(6)9.

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
    PERFORM 2000-LOAD-PAY-HISTORY
    PERFORM 3000-REPRICE-WORK-DATES
    PERFORM 3500-SORT-ADJUSTMENTS
    PERFORM 4000-WRITE-ADJUSTMENTS
    PERFORM 5000-WRITE-REGISTER
    DISPLAY "Retro pay complete - " WS-CHECKED-COUNT
        " back-dated work dates checked, " WS-REPRICED-COUNT
        " re-priced, " WS-PAY-COUNT " to pay"
    IF WS-OVERPAID-COUNT > 0 OR WS-NO-RATE-COUNT > 0
            OR WS-TABLE-FULL-COUNT > 0
        DISPLAY "Retro pay exceptions - " WS-OVERPAID-COUNT
            " overpaid, " WS-NO-RATE-COUNT " not on RATEMAST, "
            WS-TABLE-FULL-COUNT " beyond table limits - see RETRORPT"
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-WRITE-FAIL-COUNT > 0
        DISPLAY "Retro write failures: " WS-WRITE-FAIL-COUNT
            " - see above; PAYHIST failures are retried next run"
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
    PERFORM 7000-LOAD-RATE-MASTER
    PERFORM 7500-LOAD-RATE-HISTORY.

2000-LOAD-PAY-HISTORY.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT PAY-HISTORY-FILE
    IF WS-PAYHIST-STATUS = "35"
        DISPLAY "No pay history yet - nothing to re-price"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ PAY-HISTORY-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                ADD 1 TO WS-HIST-READ-COUNT
                IF PH-EMP-ID NUMERIC AND PH-WORK-DATE NUMERIC
                        AND PH-HOURS NUMERIC AND PH-GROSS NUMERIC
                    PERFORM 2100-FIND-WINDOW
                    IF WINDOW-FOUND
                        PERFORM 2150-CHECK-PRICING
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-PAYHIST-STATUS NOT = "35"
        CLOSE PAY-HISTORY-FILE
    END-IF.

2100-FIND-WINDOW.
    SET WINDOW-NOT-FOUND TO TRUE
    MOVE 0 TO WS-WINDOW-IX
    PERFORM UNTIL WINDOW-FOUND OR WS-WINDOW-IX >= WS-WINDOW-COUNT
        ADD 1 TO WS-WINDOW-IX
        IF WN-EMP-ID(WS-WINDOW-IX) = PH-EMP-ID
                AND PH-WORK-DATE >= WN-FROM-DATE(WS-WINDOW-IX)
            SET WINDOW-FOUND TO TRUE
        END-IF
    END-PERFORM.

2150-CHECK-PRICING.
    MOVE PH-EMP-ID TO WS-PRICE-EMP-ID
    MOVE PH-WORK-DATE TO WS-PRICE-DATE
    PERFORM 7100-FIND-RATE
    IF RATE-FOUND
        PERFORM 3050-RESOLVE-RATE
        IF WS-PRICE-RATE = PH-RATE
                AND WS-PRICE-THRESHOLD = PH-THRESHOLD
            PERFORM 2300-DROP-WORK-DATE
        ELSE
            PERFORM 2200-KEEP-LATEST-PRICING
        END-IF
    ELSE
        PERFORM 2200-KEEP-LATEST-PRICING
    END-IF.

2200-KEEP-LATEST-PRICING.
    SET WORK-NOT-FOUND TO TRUE
    MOVE 0 TO WS-WORK-IX
    PERFORM UNTIL WORK-FOUND OR WS-WORK-IX >= WS-WORK-COUNT
        ADD 1 TO WS-WORK-IX
        IF WK-EMP-ID(WS-WORK-IX) = PH-EMP-ID
                AND WK-WORK-DATE(WS-WORK-IX) = PH-WORK-DATE
            SET WORK-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WORK-NOT-FOUND
        IF WS-WORK-COUNT < 1000
            ADD 1 TO WS-WORK-COUNT
            MOVE WS-WORK-COUNT TO WS-WORK-IX
            SET WORK-FOUND TO TRUE
        ELSE
            ADD 1 TO WS-TABLE-FULL-COUNT
            DISPLAY "Retro work date table full - "
                PH-EMP-ID " " PH-WORK-DATE " not checked"
        END-IF
    END-IF
    IF WORK-FOUND
        MOVE PH-EMP-ID TO WK-EMP-ID(WS-WORK-IX)
        MOVE PH-EMP-NAME TO WK-EMP-NAME(WS-WORK-IX)
        MOVE PH-DEPT TO WK-DEPT(WS-WORK-IX)
        MOVE PH-WORK-DATE TO WK-WORK-DATE(WS-WORK-IX)
        MOVE PH-HOURS TO WK-HOURS(WS-WORK-IX)
        MOVE PH-RATE TO WK-RATE(WS-WORK-IX)
        MOVE PH-THRESHOLD TO WK-THRESHOLD(WS-WORK-IX)
        MOVE PH-GROSS TO WK-GROSS(WS-WORK-IX)
    END-IF.

2300-DROP-WORK-DATE.
    SET WORK-NOT-FOUND TO TRUE
    MOVE 0 TO WS-WORK-IX
    PERFORM UNTIL WORK-FOUND OR WS-WORK-IX >= WS-WORK-COUNT
        ADD 1 TO WS-WORK-IX
        IF WK-EMP-ID(WS-WORK-IX) = PH-EMP-ID
                AND WK-WORK-DATE(WS-WORK-IX) = PH-WORK-DATE
            SET WORK-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WORK-FOUND
        IF WS-WORK-IX < WS-WORK-COUNT
            MOVE WS-WORK-ENTRY(WS-WORK-COUNT)
                TO WS-WORK-ENTRY(WS-WORK-IX)
        END-IF
        SUBTRACT 1 FROM WS-WORK-COUNT
    END-IF.

3000-REPRICE-WORK-DATES.
    MOVE 0 TO WS-WORK-IX
    PERFORM UNTIL WS-WORK-IX >= WS-WORK-COUNT
        ADD 1 TO WS-WORK-IX
        ADD 1 TO WS-CHECKED-COUNT
        MOVE WK-EMP-ID(WS-WORK-IX) TO WS-PRICE-EMP-ID
        MOVE WK-WORK-DATE(WS-WORK-IX) TO WS-PRICE-DATE
        PERFORM 7100-FIND-RATE
        IF RATE-NOT-FOUND
            ADD 1 TO WS-NO-RATE-COUNT
            DISPLAY "Employee " WK-EMP-ID(WS-WORK-IX)
                " not on RATEMAST - work date "
                WK-WORK-DATE(WS-WORK-IX) " not re-priced"
        ELSE
            PERFORM 3050-RESOLVE-RATE
            IF WS-PRICE-RATE NOT = WK-RATE(WS-WORK-IX)
                    OR WS-PRICE-THRESHOLD NOT = WK-THRESHOLD(WS-WORK-IX)
                PERFORM 3100-COMPUTE-PAY
                PERFORM 3200-STAGE-ADJUSTMENT
            END-IF
        END-IF
    END-PERFORM.

3050-RESOLVE-RATE.
    MOVE RT-HOURLY-RATE(WS-RATE-IX) TO WS-PRICE-RATE
    MOVE RT-OT-THRESHOLD(WS-RATE-IX) TO WS-PRICE-THRESHOLD
    MOVE 0 TO WS-BEST-DATE
    MOVE 0 TO WS-HIST-IX
    PERFORM UNTIL WS-HIST-IX >= WS-HIST-COUNT
        ADD 1 TO WS-HIST-IX
        IF HT-EMP-ID(WS-HIST-IX) = WS-PRICE-EMP-ID
                AND HT-EFF-DATE(WS-HIST-IX) <= WS-PRICE-DATE
                AND HT-EFF-DATE(WS-HIST-IX) >= WS-BEST-DATE
            MOVE HT-EFF-DATE(WS-HIST-IX) TO WS-BEST-DATE
            MOVE HT-HOURLY-RATE(WS-HIST-IX) TO WS-PRICE-RATE
            MOVE HT-OT-THRESHOLD(WS-HIST-IX) TO WS-PRICE-THRESHOLD
        END-IF
    END-PERFORM.

3100-COMPUTE-PAY.
    IF WK-HOURS(WS-WORK-IX) > WS-PRICE-THRESHOLD
        MOVE WS-PRICE-THRESHOLD TO WS-REG-HOURS
        COMPUTE WS-OT-HOURS =
            WK-HOURS(WS-WORK-IX) - WS-PRICE-THRESHOLD
    ELSE
        MOVE WK-HOURS(WS-WORK-IX) TO WS-REG-HOURS
        MOVE 0 TO WS-OT-HOURS
    END-IF
    COMPUTE WS-REG-PAY ROUNDED =
        WS-REG-HOURS * WS-PRICE-RATE
    COMPUTE WS-OT-PAY ROUNDED =
        WS-OT-HOURS * WS-PRICE-RATE * 1.5
    COMPUTE WS-GROSS-PAY ROUNDED = WS-REG-PAY + WS-OT-PAY.

3200-STAGE-ADJUSTMENT.
    IF WS-ADJ-COUNT >= 500
        ADD 1 TO WS-TABLE-FULL-COUNT
        DISPLAY "Retro adjustment table full - "
            WK-EMP-ID(WS-WORK-IX) " " WK-WORK-DATE(WS-WORK-IX)
            " left for the next run"
    ELSE
        ADD 1 TO WS-ADJ-COUNT
        ADD 1 TO WS-REPRICED-COUNT
        MOVE WK-EMP-ID(WS-WORK-IX) TO AT-EMP-ID(WS-ADJ-COUNT)
        MOVE WK-WORK-DATE(WS-WORK-IX) TO AT-WORK-DATE(WS-ADJ-COUNT)
        MOVE WK-EMP-NAME(WS-WORK-IX) TO AT-EMP-NAME(WS-ADJ-COUNT)
        MOVE WK-DEPT(WS-WORK-IX) TO AT-DEPT(WS-ADJ-COUNT)
        MOVE WK-HOURS(WS-WORK-IX) TO AT-HOURS(WS-ADJ-COUNT)
        MOVE WK-RATE(WS-WORK-IX) TO AT-OLD-RATE(WS-ADJ-COUNT)
        MOVE WS-PRICE-RATE TO AT-NEW-RATE(WS-ADJ-COUNT)
        MOVE WS-PRICE-THRESHOLD TO AT-NEW-THRESHOLD(WS-ADJ-COUNT)
        MOVE WK-GROSS(WS-WORK-IX) TO AT-OLD-GROSS(WS-ADJ-COUNT)
        MOVE WS-GROSS-PAY TO AT-NEW-GROSS(WS-ADJ-COUNT)
        MOVE "N" TO AT-WRITTEN-SW(WS-ADJ-COUNT)
        EVALUATE TRUE
            WHEN WS-GROSS-PAY > WK-GROSS(WS-WORK-IX)
                SET AT-TO-PAY(WS-ADJ-COUNT) TO TRUE
            WHEN WS-GROSS-PAY < WK-GROSS(WS-WORK-IX)
                SET AT-OVERPAID(WS-ADJ-COUNT) TO TRUE
            WHEN OTHER
                SET AT-NO-CHANGE(WS-ADJ-COUNT) TO TRUE
        END-EVALUATE
    END-IF.

3500-SORT-ADJUSTMENTS.
    MOVE "N" TO WS-SORT-SW
    PERFORM UNTIL ADJUSTMENTS-SORTED
        SET ADJUSTMENTS-SORTED TO TRUE
        MOVE 0 TO WS-ADJ-IX
        PERFORM UNTIL WS-ADJ-IX >= WS-ADJ-COUNT - 1
            ADD 1 TO WS-ADJ-IX
            IF AT-EMP-ID(WS-ADJ-IX) > AT-EMP-ID(WS-ADJ-IX + 1)
                    OR (AT-EMP-ID(WS-ADJ-IX) = AT-EMP-ID(WS-ADJ-IX + 1)
                    AND AT-WORK-DATE(WS-ADJ-IX)
                        > AT-WORK-DATE(WS-ADJ-IX + 1))
                MOVE WS-ADJ-ENTRY(WS-ADJ-IX) TO WS-SWAP-ENTRY
                MOVE WS-ADJ-ENTRY(WS-ADJ-IX + 1)
                    TO WS-ADJ-ENTRY(WS-ADJ-IX)
                MOVE WS-SWAP-ENTRY TO WS-ADJ-ENTRY(WS-ADJ-IX + 1)
                MOVE "N" TO WS-SORT-SW
            END-IF
        END-PERFORM
    END-PERFORM.

4000-WRITE-ADJUSTMENTS.
    IF WS-ADJ-COUNT > 0
        OPEN INPUT RETRO-ADJUSTMENT-FILE
        IF WS-RETROADJ-STATUS = "35"
            OPEN OUTPUT RETRO-ADJUSTMENT-FILE
            CLOSE RETRO-ADJUSTMENT-FILE
        ELSE
            CLOSE RETRO-ADJUSTMENT-FILE
        END-IF
        OPEN EXTEND RETRO-ADJUSTMENT-FILE
        IF WS-RETROADJ-STATUS NOT = "00"
            ADD 1 TO WS-WRITE-FAIL-COUNT
            DISPLAY "Retro adjustment open failed - file status "
                WS-RETROADJ-STATUS
        ELSE
            OPEN EXTEND PAY-HISTORY-FILE
            IF WS-PAYHIST-STATUS NOT = "00"
                ADD 1 TO WS-WRITE-FAIL-COUNT
                DISPLAY "Pay history open failed - file status "
                    WS-PAYHIST-STATUS
            ELSE
                MOVE 0 TO WS-ADJ-IX
                PERFORM UNTIL WS-ADJ-IX >= WS-ADJ-COUNT
                    ADD 1 TO WS-ADJ-IX
                    PERFORM 4100-WRITE-ONE-ADJUSTMENT
                END-PERFORM
                CLOSE PAY-HISTORY-FILE
            END-IF
            CLOSE RETRO-ADJUSTMENT-FILE
        END-IF
    END-IF.

4100-WRITE-ONE-ADJUSTMENT.
    MOVE AT-EMP-ID(WS-ADJ-IX) TO PH-EMP-ID
    MOVE AT-EMP-NAME(WS-ADJ-IX) TO PH-EMP-NAME
    MOVE AT-DEPT(WS-ADJ-IX) TO PH-DEPT
    MOVE AT-WORK-DATE(WS-ADJ-IX) TO PH-WORK-DATE
    MOVE AT-HOURS(WS-ADJ-IX) TO PH-HOURS
    MOVE AT-NEW-RATE(WS-ADJ-IX) TO PH-RATE
    MOVE AT-NEW-THRESHOLD(WS-ADJ-IX) TO PH-THRESHOLD
    MOVE AT-NEW-GROSS(WS-ADJ-IX) TO PH-GROSS
    MOVE WS-BUSINESS-DATE TO PH-PAY-DATE
    MOVE "R" TO PH-SOURCE
    WRITE PAY-HISTORY-RECORD
    IF WS-PAYHIST-STATUS NOT = "00"
        ADD 1 TO WS-WRITE-FAIL-COUNT
        DISPLAY "Pay history write failed for "
            AT-EMP-ID(WS-ADJ-IX) " " AT-WORK-DATE(WS-ADJ-IX)
            " - file status " WS-PAYHIST-STATUS
            " - no retro adjustment written"
    ELSE
        MOVE WS-BUSINESS-DATE TO RA-PAY-DATE
        MOVE AT-EMP-ID(WS-ADJ-IX) TO RA-EMP-ID
        MOVE AT-EMP-NAME(WS-ADJ-IX) TO RA-EMP-NAME
        MOVE AT-DEPT(WS-ADJ-IX) TO RA-DEPT
        MOVE AT-WORK-DATE(WS-ADJ-IX) TO RA-WORK-DATE
        MOVE AT-OLD-RATE(WS-ADJ-IX) TO RA-OLD-RATE
        MOVE AT-NEW-RATE(WS-ADJ-IX) TO RA-NEW-RATE
        MOVE AT-OLD-GROSS(WS-ADJ-IX) TO RA-OLD-GROSS
        MOVE AT-NEW-GROSS(WS-ADJ-IX) TO RA-NEW-GROSS
        MOVE AT-STATUS(WS-ADJ-IX) TO RA-STATUS
        WRITE RETRO-ADJUSTMENT-RECORD
        IF WS-RETROADJ-STATUS NOT = "00"
            ADD 1 TO WS-WRITE-FAIL-COUNT
            DISPLAY "Retro adjustment write failed for "
                AT-EMP-ID(WS-ADJ-IX) " " AT-WORK-DATE(WS-ADJ-IX)
                " - file status " WS-RETROADJ-STATUS
                " - PAYHIST already re-priced, adjust by hand"
        ELSE
            SET AT-WRITTEN(WS-ADJ-IX) TO TRUE
            EVALUATE TRUE
                WHEN AT-TO-PAY(WS-ADJ-IX)
                    ADD 1 TO WS-PAY-COUNT
                    COMPUTE WS-RETRO-DUE = WS-RETRO-DUE
                        + AT-NEW-GROSS(WS-ADJ-IX)
                        - AT-OLD-GROSS(WS-ADJ-IX)
                WHEN AT-OVERPAID(WS-ADJ-IX)
                    ADD 1 TO WS-OVERPAID-COUNT
                    COMPUTE WS-OVERPAID-TOTAL = WS-OVERPAID-TOTAL
                        + AT-OLD-GROSS(WS-ADJ-IX)
                        - AT-NEW-GROSS(WS-ADJ-IX)
            END-EVALUATE
        END-IF
    END-IF.

5000-WRITE-REGISTER.
    OPEN OUTPUT RETRO-REPORT
    WRITE RETRO-REPORT-LINE FROM WS-HEADING-LINE-1
    WRITE RETRO-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE WS-BUSINESS-DATE TO HD-DATE
    WRITE RETRO-REPORT-LINE FROM WS-DATE-LINE
    WRITE RETRO-REPORT-LINE FROM WS-COLUMN-LINE
    MOVE 0 TO WS-LAST-EMP-ID
    MOVE 0 TO WS-EMP-DIFFERENCE
    MOVE 0 TO WS-ADJ-IX
    PERFORM UNTIL WS-ADJ-IX >= WS-ADJ-COUNT
        ADD 1 TO WS-ADJ-IX
        IF AT-EMP-ID(WS-ADJ-IX) NOT = WS-LAST-EMP-ID
                AND WS-LAST-EMP-ID NOT = 0
            PERFORM 5100-WRITE-EMPLOYEE-TOTAL
        END-IF
        MOVE AT-EMP-ID(WS-ADJ-IX) TO WS-LAST-EMP-ID
        COMPUTE WS-DIFFERENCE =
            AT-NEW-GROSS(WS-ADJ-IX) - AT-OLD-GROSS(WS-ADJ-IX)
        MOVE AT-EMP-ID(WS-ADJ-IX) TO RL-EMP-ID
        MOVE AT-EMP-NAME(WS-ADJ-IX) TO RL-NAME
        MOVE AT-WORK-DATE(WS-ADJ-IX) TO RL-WORK-DATE
        MOVE AT-OLD-RATE(WS-ADJ-IX) TO RL-OLD-RATE
        MOVE AT-NEW-RATE(WS-ADJ-IX) TO RL-NEW-RATE
        MOVE AT-OLD-GROSS(WS-ADJ-IX) TO RL-OLD-GROSS
        MOVE AT-NEW-GROSS(WS-ADJ-IX) TO RL-NEW-GROSS
        MOVE WS-DIFFERENCE TO RL-DIFFERENCE
        EVALUATE TRUE
            WHEN NOT AT-WRITTEN(WS-ADJ-IX)
                MOVE "NOT RECORDED" TO RL-NOTE
            WHEN AT-TO-PAY(WS-ADJ-IX)
                MOVE "RETRO PAY DUE" TO RL-NOTE
                ADD WS-DIFFERENCE TO WS-EMP-DIFFERENCE
            WHEN AT-OVERPAID(WS-ADJ-IX)
                MOVE "OVERPAID" TO RL-NOTE
                ADD WS-DIFFERENCE TO WS-EMP-DIFFERENCE
            WHEN OTHER
                MOVE "NO PAY CHANGE" TO RL-NOTE
        END-EVALUATE
        WRITE RETRO-REPORT-LINE FROM WS-DETAIL-LINE
    END-PERFORM
    IF WS-LAST-EMP-ID NOT = 0
        PERFORM 5100-WRITE-EMPLOYEE-TOTAL
    END-IF
    WRITE RETRO-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE "BACK-DATED WORK DATES CHECKED:" TO CL-LABEL
    MOVE WS-CHECKED-COUNT TO CL-COUNT
    WRITE RETRO-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "WORK DATES RE-PRICED:" TO CL-LABEL
    MOVE WS-REPRICED-COUNT TO CL-COUNT
    WRITE RETRO-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "RETRO PAY DUE (NEXT NET PAY RUN):" TO AL-LABEL
    MOVE WS-RETRO-DUE TO AL-AMOUNT
    WRITE RETRO-REPORT-LINE FROM WS-AMOUNT-LINE
    MOVE "OVERPAID - NOT RECOVERED:" TO AL-LABEL
    MOVE WS-OVERPAID-TOTAL TO AL-AMOUNT
    WRITE RETRO-REPORT-LINE FROM WS-AMOUNT-LINE
    IF WS-NO-RATE-COUNT > 0
        MOVE "NOT ON RATEMAST - NOT RE-PRICED:" TO CL-LABEL
        MOVE WS-NO-RATE-COUNT TO CL-COUNT
        WRITE RETRO-REPORT-LINE FROM WS-COUNT-LINE
    END-IF
    IF WS-TABLE-FULL-COUNT > 0
        MOVE "BEYOND TABLE LIMITS - NEXT RUN:" TO CL-LABEL
        MOVE WS-TABLE-FULL-COUNT TO CL-COUNT
        WRITE RETRO-REPORT-LINE FROM WS-COUNT-LINE
    END-IF
    CLOSE RETRO-REPORT.

5100-WRITE-EMPLOYEE-TOTAL.
    MOVE WS-EMP-DIFFERENCE TO ET-DIFFERENCE
    WRITE RETRO-REPORT-LINE FROM WS-EMP-TOTAL-LINE
    MOVE 0 TO WS-EMP-DIFFERENCE.

7000-LOAD-RATE-MASTER.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-RATE-COUNT
    OPEN INPUT RATE-MASTER-FILE
    IF WS-RATEMAST-STATUS = "35"
        DISPLAY "Rate master not found - nothing can be re-priced"
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

7100-FIND-RATE.
    SET RATE-NOT-FOUND TO TRUE
    MOVE 0 TO WS-RATE-IX
    PERFORM UNTIL RATE-FOUND OR WS-RATE-IX >= WS-RATE-COUNT
        ADD 1 TO WS-RATE-IX
        IF RT-EMP-ID(WS-RATE-IX) = WS-PRICE-EMP-ID
            SET RATE-FOUND TO TRUE
        END-IF
    END-PERFORM.

7500-LOAD-RATE-HISTORY.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-HIST-COUNT
    OPEN INPUT RATE-HISTORY-FILE
    IF WS-RATEHIST-STATUS = "35"
        DISPLAY "Rate history not found - no back-dated rates"
    ELSE
        PERFORM UNTIL END-OF-INPUT
            READ RATE-HISTORY-FILE
                AT END SET END-OF-INPUT TO TRUE
                NOT AT END
                    IF WS-HIST-COUNT < 1000
                        ADD 1 TO WS-HIST-COUNT
                        MOVE RH-EMP-ID
                            TO HT-EMP-ID(WS-HIST-COUNT)
                        MOVE RH-EFF-DATE
                            TO HT-EFF-DATE(WS-HIST-COUNT)
                        MOVE RH-HOURLY-RATE
                            TO HT-HOURLY-RATE(WS-HIST-COUNT)
                        MOVE RH-OT-THRESHOLD
                            TO HT-OT-THRESHOLD(WS-HIST-COUNT)
                        IF RH-ENTERED-DATE NUMERIC
                                AND RH-ENTERED-DATE > RH-EFF-DATE
                            PERFORM 7600-OPEN-WINDOW
                        END-IF
                    ELSE
                        DISPLAY "Rate history table full - "
                            "record skipped"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATE-HISTORY-FILE
    END-IF
    MOVE "N" TO WS-EOF-SW.

7600-OPEN-WINDOW.
    SET WINDOW-NOT-FOUND TO TRUE
    MOVE 0 TO WS-WINDOW-IX
    PERFORM UNTIL WINDOW-FOUND OR WS-WINDOW-IX >= WS-WINDOW-COUNT
        ADD 1 TO WS-WINDOW-IX
        IF WN-EMP-ID(WS-WINDOW-IX) = RH-EMP-ID
            SET WINDOW-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WINDOW-FOUND
        IF RH-EFF-DATE < WN-FROM-DATE(WS-WINDOW-IX)
            MOVE RH-EFF-DATE TO WN-FROM-DATE(WS-WINDOW-IX)
        END-IF
    ELSE
        IF WS-WINDOW-COUNT < 200
            ADD 1 TO WS-WINDOW-COUNT
            MOVE RH-EMP-ID TO WN-EMP-ID(WS-WINDOW-COUNT)
            MOVE RH-EFF-DATE TO WN-FROM-DATE(WS-WINDOW-COUNT)
        ELSE
            ADD 1 TO WS-TABLE-FULL-COUNT
            DISPLAY "Back-dated rate table full - employee "
                RH-EMP-ID " not checked"
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
        MOVE "COBOLTUI" TO OL-PROGRAM
        MOVE WS-BUSINESS-DATE TO OL-DATE
        MOVE WS-START-TIME TO OL-START-TIME
        ACCEPT WS-OPS-TIME-RAW FROM TIME
        MOVE WS-OPS-TIME-HHMMSS TO OL-END-TIME
        MOVE WS-HIST-READ-COUNT TO OL-RECORDS-IN
        MOVE WS-REPRICED-COUNT TO OL-RECORDS-OUT
        COMPUTE OL-REJECTS = WS-NO-RATE-COUNT + WS-OVERPAID-COUNT
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
