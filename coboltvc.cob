      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltvc.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - cycle step-control maintenance.  Operations
*> keeps the STEPCTL step-control dataset here.  The rows keyed on a
*> zero date are the schedule: one per nightly program with its run
*> sequence, how often it runs (D daily, M at month-end, Q at
*> quarter-end, A as required) and up to four predecessor programs
*> that must have completed for the same business date first.  The
*> other rows are written by the programs themselves, one per
*> business date and program, as they start and finish.  A program
*> refuses to run when a predecessor has not completed or it has
*> already completed for the date; the operator records an authorised
*> rerun here (operator id and reason required), which lets the next
*> run of that program for that date through once.  When STEPCTL
*> does not exist yet it is created with the standard nightly
*> schedule.  Run summary is appended to the shared OPSLOG dataset.
*> October 14th 2026 - the standard nightly schedule includes the
*> coboltve attendance exception step after the timeclock run.
*> October 15th 2026 - standard schedule descriptions corrected for
*> coboltui (retro pay) and coboltuv (direct deposit); coboltup now
*> waits for coboltve as well, since it notes the unscheduled work
*> coboltve records on PAYREG.
*> October 15th 2026 - an entered date must be a real calendar date,
*> so no rerun authorisation is written for a date that cannot occur.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SK-KEY
        FILE STATUS IS WS-STEPCTL-STATUS.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
    SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPSLOG-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD CYCLE-FILE.
01 CYCLE-RECORD.
    05 CY-BUSINESS-DATE PIC 9(8).

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

WORKING-STORAGE SECTION.
01 WS-OPSLOG-STATUS PIC XX VALUE "00".
01 WS-STEPCTL-STATUS PIC XX VALUE "00".
01 WS-CYCLE-STATUS PIC XX VALUE "00".
01 WS-START-TIME PIC 9(6) VALUE 0.
01 WS-READ-COUNT PIC 9(5) VALUE 0.
01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
01 WS-TIME-RAW.
    05 WS-TIME-HHMMSS PIC 9(6).
    05 FILLER PIC 99.
*> standard nightly schedule written when STEPCTL is first created:
*> program, sequence, frequency, four predecessors, description
01 WS-DEFAULT-SCHEDULE-DATA.
    05 FILLER PIC X(66) VALUE
        "COBOLTUK01D                                TIMECLOCK PUNCHES      ".
    05 FILLER PIC X(66) VALUE
        "COBOLTVE02DCOBOLTUK                        ATTENDANCE EXCEPTIONS  ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUH03DCOBOLTUK                        HOURS REPORT           ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUI04D                                RETRO PAY              ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUP05DCOBOLTUKCOBOLTUICOBOLTVE        PAYROLL GROSS          ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUN06DCOBOLTUP                        NET PAY AND YTD        ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUV07DCOBOLTUN                        DIRECT DEPOSIT         ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUB08D                                KIOSK VISIT BATCH      ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUL09DCOBOLTUB                        VISIT LOG              ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUD10DCOBOLTUL                        VISIT DAILY SUMMARY    ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUS11DCOBOLTUL                        CASH SETTLEMENT        ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUC12DCOBOLTUDCOBOLTUSCOBOLTUNCOBOLTUHDAY CLOSE              ".
    05 FILLER PIC X(66) VALUE
        "COBOLTVA13DCOBOLTUC                        WATCH LIST EXPIRY      ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUJ14DCOBOLTUC                        GL POSTING EXTRACT     ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUA15MCOBOLTUC                        MONTHLY STATEMENTS     ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUG16MCOBOLTUA                        MONTH-END ROLLUP       ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUY17QCOBOLTUC                        QUARTERLY SUMMARY      ".
    05 FILLER PIC X(66) VALUE
        "COBOLTUW18ACOBOLTUC                        WEEKLY REVIEW          ".
01 WS-DEFAULT-SCHEDULE REDEFINES WS-DEFAULT-SCHEDULE-DATA.
    05 WS-DEFAULT-ENTRY OCCURS 18 TIMES.
        10 DS-PROGRAM PIC X(8).
        10 DS-SCHEDULE-DATA PIC X(58).
01 WS-DEFAULT-COUNT PIC 99 VALUE 18.
01 WS-DEFAULT-IX PIC 99 VALUE 0.
01 WS-PRED-IX PIC 9 VALUE 0.
01 WS-STEP-DATE PIC 9(8) VALUE 0.
01 WS-STEP-PROGRAM PIC X(8) VALUE SPACES.
01 WS-SEQUENCE PIC 99 VALUE 0.
01 WS-FREQUENCY PIC X VALUE SPACE.
    88 FREQUENCY-VALID VALUE "D" "M" "Q" "A".
01 WS-PREDECESSORS.
    05 WS-PREDECESSOR PIC X(8) OCCURS 4 TIMES.
01 WS-DESCRIPTION PIC X(23) VALUE SPACES.
01 WS-OPERATOR PIC X(10) VALUE SPACES.
01 WS-REASON PIC X(30) VALUE SPACES.
01 WS-DATE-WORK PIC 9(8) VALUE 0.
01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
    05 WS-DATE-YEAR PIC 9(4).
    05 WS-DATE-MONTH PIC 99.
    05 WS-DATE-DAY PIC 99.
01 WS-SEQUENCE-ENTRY PIC XX VALUE SPACES.
01 WS-SCHEDULE-EOF-SW PIC X VALUE "N".
    88 END-OF-SCHEDULE VALUE "Y".
01 WS-ROW-SW PIC X VALUE "N".
    88 ROW-FOUND VALUE "Y".
    88 ROW-NOT-FOUND VALUE "N".
01 WS-STATUS-TEXT PIC X(22) VALUE SPACES.
01 WS-AUTH-TEXT PIC X(9) VALUE SPACES.
01 WS-CHOICE PIC X VALUE SPACE.
01 WS-CONTINUE-SW PIC X VALUE "Y".
    88 KEEP-RUNNING VALUE "Y" "y".
    88 STOP-RUNNING VALUE "N" "n".
01 WS-VALID-SW PIC X VALUE "N".
    88 VALID-ENTRY VALUE "Y".
    88 INVALID-ENTRY VALUE "N".
01 WS-RETRY-COUNT PIC 99 VALUE 0.
01 WS-RETRY-LIMIT PIC 99 VALUE 5.
01 WS-DATE-ENTRY PIC X(8) VALUE SPACES.
01 WS-CONFIRM-ENTRY PIC X VALUE SPACE.
01 WS-LIST-COUNT PIC 999 VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "STEPCTL step-control open failed - file status "
            WS-STEPCTL-STATUS " - tell the supervisor"
        MOVE 8 TO RETURN-CODE
        PERFORM 8900-WRITE-OPS-LOG
        STOP RUN
    END-IF
    PERFORM UNTIL STOP-RUNNING
        PERFORM 2000-SHOW-MENU
        PERFORM 3000-PROCESS-CHOICE
    END-PERFORM
    PERFORM 9000-TERMINATE
    PERFORM 8900-WRITE-OPS-LOG
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-TIME-RAW FROM TIME
    MOVE WS-TIME-HHMMSS TO WS-START-TIME
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM 7500-READ-CYCLE-DATE
    OPEN I-O STEP-CONTROL-FILE
    IF WS-STEPCTL-STATUS = "35"
        OPEN OUTPUT STEP-CONTROL-FILE
        IF WS-STEPCTL-STATUS = "00"
            PERFORM 7000-SEED-SCHEDULE
            CLOSE STEP-CONTROL-FILE
            OPEN I-O STEP-CONTROL-FILE
        END-IF
    END-IF.

2000-SHOW-MENU.
    DISPLAY SPACE
    DISPLAY "===================================="
    DISPLAY "  Cycle Step Control"
    DISPLAY "===================================="
    DISPLAY "  Business date " WS-BUSINESS-DATE
    DISPLAY "  1. Authorise a rerun"
    DISPLAY "  2. Show step status for a date"
    DISPLAY "  3. List the schedule"
    DISPLAY "  4. Add or change a schedule entry"
    DISPLAY "  5. Remove a schedule entry"
    DISPLAY "  6. Exit"
    DISPLAY "Enter your choice (1-6) " WITH NO ADVANCING
    ACCEPT WS-CHOICE.

3000-PROCESS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN "1"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 4000-AUTHORISE-RERUN
        WHEN "2"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 5000-SHOW-STATUS
        WHEN "3"
            PERFORM 6000-LIST-SCHEDULE
        WHEN "4"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 6500-MAINTAIN-SCHEDULE
        WHEN "5"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 6800-REMOVE-SCHEDULE
        WHEN "6"
            SET STOP-RUNNING TO TRUE
        WHEN OTHER
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid choice - please select 1-6"
            END-IF
    END-EVALUATE.

4000-AUTHORISE-RERUN.
    PERFORM 4300-CAPTURE-STEP-DATE
    IF NOT STOP-RUNNING
        PERFORM 4500-CAPTURE-PROGRAM
    END-IF
    IF NOT STOP-RUNNING
        PERFORM 7100-READ-SCHEDULE-ROW
        IF ROW-NOT-FOUND
            DISPLAY WS-STEP-PROGRAM " is not on the schedule - "
                "rerun not authorised"
        ELSE
            MOVE WS-STEP-DATE TO SK-DATE
            MOVE WS-STEP-PROGRAM TO SK-PROGRAM
            READ STEP-CONTROL-FILE
                INVALID KEY SET ROW-NOT-FOUND TO TRUE
                NOT INVALID KEY SET ROW-FOUND TO TRUE
            END-READ
            IF ROW-FOUND
                PERFORM 5100-FORMAT-STATUS
                DISPLAY WS-STEP-PROGRAM " for " WS-STEP-DATE " is "
                    WS-STATUS-TEXT " RC " SK-RETURN-CODE
                    " after " SK-RUN-COUNT " run(s)"
            ELSE
                DISPLAY WS-STEP-PROGRAM " has not run for "
                    WS-STEP-DATE
            END-IF
            PERFORM 4200-CAPTURE-OPERATOR
            IF NOT STOP-RUNNING
                PERFORM 4100-CAPTURE-REASON
            END-IF
            IF NOT STOP-RUNNING
                PERFORM 4050-WRITE-AUTHORISATION
            END-IF
        END-IF
    END-IF.

4050-WRITE-AUTHORISATION.
    MOVE WS-STEP-DATE TO SK-DATE
    MOVE WS-STEP-PROGRAM TO SK-PROGRAM
    IF ROW-FOUND
        READ STEP-CONTROL-FILE
            INVALID KEY SET ROW-NOT-FOUND TO TRUE
        END-READ
    END-IF
    IF ROW-NOT-FOUND
        MOVE SPACES TO SK-STATUS-DATA
        MOVE 0 TO SK-RETURN-CODE
        MOVE 0 TO SK-START-TIME
        MOVE 0 TO SK-END-TIME
        MOVE 0 TO SK-RUN-COUNT
    END-IF
    MOVE "Y" TO SK-AUTH-SW
    MOVE WS-OPERATOR TO SK-AUTH-OPERATOR
    MOVE WS-REASON TO SK-AUTH-REASON
    IF ROW-FOUND
        REWRITE STEP-CONTROL-RECORD
            INVALID KEY CONTINUE
        END-REWRITE
    ELSE
        WRITE STEP-CONTROL-RECORD
            INVALID KEY CONTINUE
        END-WRITE
    END-IF
    IF WS-STEPCTL-STATUS = "00"
        ADD 1 TO WS-CHANGE-COUNT
        DISPLAY "Rerun of " WS-STEP-PROGRAM " for " WS-STEP-DATE
            " authorised - good for the next run only"
    ELSE
        DISPLAY "Authorisation not recorded - file status "
            WS-STEPCTL-STATUS " - tell the supervisor"
    END-IF.

4100-CAPTURE-REASON.
    MOVE SPACES TO WS-REASON
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL WS-REASON NOT = SPACES OR STOP-RUNNING
        DISPLAY "Reason for the rerun " WITH NO ADVANCING
        ACCEPT WS-REASON
        IF WS-REASON = SPACES
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "The reason is required"
            END-IF
        END-IF
    END-PERFORM.

4200-CAPTURE-OPERATOR.
    MOVE SPACES TO WS-OPERATOR
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL WS-OPERATOR NOT = SPACES OR STOP-RUNNING
        DISPLAY "Operator id " WITH NO ADVANCING
        ACCEPT WS-OPERATOR
        IF WS-OPERATOR = SPACES
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "The operator id is required"
            END-IF
        END-IF
    END-PERFORM.

4300-CAPTURE-STEP-DATE.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Business date (YYYYMMDD, blank = " WS-BUSINESS-DATE
            ") " WITH NO ADVANCING
        MOVE SPACES TO WS-DATE-ENTRY
        ACCEPT WS-DATE-ENTRY
        IF WS-DATE-ENTRY = SPACES
            MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
            SET VALID-ENTRY TO TRUE
        ELSE
            PERFORM 4380-EDIT-DATE
            IF VALID-ENTRY
                MOVE WS-DATE-WORK TO WS-STEP-DATE
            ELSE
                ADD 1 TO WS-RETRY-COUNT
                IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                    DISPLAY "Too many invalid entries - "
                        "ending session"
                    SET STOP-RUNNING TO TRUE
                ELSE
                    DISPLAY "Invalid date - YYYYMMDD digits only - "
                        "please re-enter"
                END-IF
            END-IF
        END-IF
    END-PERFORM.

4380-EDIT-DATE.
    SET INVALID-ENTRY TO TRUE
    IF WS-DATE-ENTRY NUMERIC
        MOVE WS-DATE-ENTRY TO WS-DATE-WORK
        IF WS-DATE-MONTH >= 1 AND WS-DATE-MONTH <= 12
                AND WS-DATE-DAY >= 1 AND WS-DATE-DAY <= 31
                AND WS-DATE-YEAR >= 1601
            IF FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) > 0
                SET VALID-ENTRY TO TRUE
            END-IF
        END-IF
    END-IF.

4500-CAPTURE-PROGRAM.
    MOVE SPACES TO WS-STEP-PROGRAM
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL WS-STEP-PROGRAM NOT = SPACES OR STOP-RUNNING
        DISPLAY "Program (for example COBOLTUK) " WITH NO ADVANCING
        ACCEPT WS-STEP-PROGRAM
        MOVE FUNCTION UPPER-CASE(WS-STEP-PROGRAM) TO WS-STEP-PROGRAM
        IF WS-STEP-PROGRAM = SPACES
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "The program name is required"
            END-IF
        END-IF
    END-PERFORM.

5000-SHOW-STATUS.
    PERFORM 4300-CAPTURE-STEP-DATE
    IF NOT STOP-RUNNING
        DISPLAY "Step status for business date " WS-STEP-DATE
        DISPLAY "SQ PROGRAM  F STATUS                 RC START  END    "
            "RUNS RERUN"
        MOVE 0 TO WS-LIST-COUNT
        MOVE "N" TO WS-SCHEDULE-EOF-SW
        MOVE ZERO TO SK-DATE
        MOVE LOW-VALUES TO SK-PROGRAM
        START STEP-CONTROL-FILE KEY IS NOT LESS THAN SK-KEY
            INVALID KEY SET END-OF-SCHEDULE TO TRUE
        END-START
        PERFORM UNTIL END-OF-SCHEDULE
            READ STEP-CONTROL-FILE NEXT
                AT END SET END-OF-SCHEDULE TO TRUE
                NOT AT END
                    IF SK-DATE NOT = ZERO
                        SET END-OF-SCHEDULE TO TRUE
                    ELSE
                        ADD 1 TO WS-READ-COUNT
                        MOVE SK-PROGRAM TO WS-STEP-PROGRAM
                        MOVE SK-SEQUENCE TO WS-SEQUENCE
                        MOVE SK-FREQUENCY TO WS-FREQUENCY
                        PERFORM 5050-SHOW-STATUS-ROW
                        MOVE ZERO TO SK-DATE
                        MOVE WS-STEP-PROGRAM TO SK-PROGRAM
                        START STEP-CONTROL-FILE KEY IS GREATER THAN SK-KEY
                            INVALID KEY SET END-OF-SCHEDULE TO TRUE
                        END-START
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY "Scheduled programs: " WS-LIST-COUNT
    END-IF.

5050-SHOW-STATUS-ROW.
    ADD 1 TO WS-LIST-COUNT
    MOVE WS-STEP-DATE TO SK-DATE
    MOVE WS-STEP-PROGRAM TO SK-PROGRAM
    READ STEP-CONTROL-FILE
        INVALID KEY
            DISPLAY WS-SEQUENCE " " WS-STEP-PROGRAM " " WS-FREQUENCY
                " NOT RUN"
        NOT INVALID KEY
            PERFORM 5100-FORMAT-STATUS
            DISPLAY WS-SEQUENCE " " WS-STEP-PROGRAM " " WS-FREQUENCY
                " " WS-STATUS-TEXT " " SK-RETURN-CODE " "
                SK-START-TIME " " SK-END-TIME "  " SK-RUN-COUNT "  "
                WS-AUTH-TEXT
            IF SK-AUTH-SW = "Y" OR SK-AUTH-SW = "U"
                DISPLAY "     rerun authorised by " SK-AUTH-OPERATOR
                    " - " FUNCTION TRIM(SK-AUTH-REASON)
            END-IF
    END-READ.

5100-FORMAT-STATUS.
    EVALUATE SK-STATUS
        WHEN "C"
            MOVE "COMPLETE" TO WS-STATUS-TEXT
        WHEN "F"
            MOVE "FAILED" TO WS-STATUS-TEXT
        WHEN "S"
            MOVE "STARTED-NOT FINISHED" TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE "NOT RUN" TO WS-STATUS-TEXT
    END-EVALUATE
    EVALUATE SK-AUTH-SW
        WHEN "Y"
            MOVE "PENDING" TO WS-AUTH-TEXT
        WHEN "U"
            MOVE "USED" TO WS-AUTH-TEXT
        WHEN OTHER
            MOVE SPACES TO WS-AUTH-TEXT
    END-EVALUATE.

6000-LIST-SCHEDULE.
    DISPLAY "SQ PROGRAM  F PREDECESSORS                        "
        "DESCRIPTION"
    MOVE 0 TO WS-LIST-COUNT
    MOVE "N" TO WS-SCHEDULE-EOF-SW
    MOVE ZERO TO SK-DATE
    MOVE LOW-VALUES TO SK-PROGRAM
    START STEP-CONTROL-FILE KEY IS NOT LESS THAN SK-KEY
        INVALID KEY SET END-OF-SCHEDULE TO TRUE
    END-START
    PERFORM UNTIL END-OF-SCHEDULE
        READ STEP-CONTROL-FILE NEXT
            AT END SET END-OF-SCHEDULE TO TRUE
            NOT AT END
                IF SK-DATE NOT = ZERO
                    SET END-OF-SCHEDULE TO TRUE
                ELSE
                    ADD 1 TO WS-READ-COUNT
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY SK-SEQUENCE " " SK-PROGRAM " "
                        SK-FREQUENCY " " SK-PREDECESSOR(1) " "
                        SK-PREDECESSOR(2) " " SK-PREDECESSOR(3) " "
                        SK-PREDECESSOR(4) " " SK-DESCRIPTION
                END-IF
        END-READ
    END-PERFORM
    DISPLAY "Scheduled programs: " WS-LIST-COUNT.

6500-MAINTAIN-SCHEDULE.
    PERFORM 4500-CAPTURE-PROGRAM
    IF NOT STOP-RUNNING
        PERFORM 7100-READ-SCHEDULE-ROW
        IF ROW-FOUND
            DISPLAY "Changing " WS-STEP-PROGRAM " - sequence "
                SK-SEQUENCE " frequency " SK-FREQUENCY
            DISPLAY "  predecessors " SK-PREDECESSOR(1) " "
                SK-PREDECESSOR(2) " " SK-PREDECESSOR(3) " "
                SK-PREDECESSOR(4)
        ELSE
            DISPLAY "Adding " WS-STEP-PROGRAM " to the schedule"
        END-IF
        PERFORM 6600-CAPTURE-SEQUENCE
    END-IF
    IF NOT STOP-RUNNING
        PERFORM 6650-CAPTURE-FREQUENCY
    END-IF
    IF NOT STOP-RUNNING
        PERFORM 6700-CAPTURE-PREDECESSORS
    END-IF
    IF NOT STOP-RUNNING
        DISPLAY "Description " WITH NO ADVANCING
        MOVE SPACES TO WS-DESCRIPTION
        ACCEPT WS-DESCRIPTION
        MOVE FUNCTION UPPER-CASE(WS-DESCRIPTION) TO WS-DESCRIPTION
        PERFORM 7100-READ-SCHEDULE-ROW
        MOVE SPACES TO SK-SCHEDULE-DATA
        MOVE WS-SEQUENCE TO SK-SEQUENCE
        MOVE WS-FREQUENCY TO SK-FREQUENCY
        MOVE 0 TO WS-PRED-IX
        PERFORM UNTIL WS-PRED-IX >= 4
            ADD 1 TO WS-PRED-IX
            MOVE WS-PREDECESSOR(WS-PRED-IX)
                TO SK-PREDECESSOR(WS-PRED-IX)
        END-PERFORM
        MOVE WS-DESCRIPTION TO SK-DESCRIPTION
        IF ROW-FOUND
            REWRITE STEP-CONTROL-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
        ELSE
            WRITE STEP-CONTROL-RECORD
                INVALID KEY CONTINUE
            END-WRITE
        END-IF
        IF WS-STEPCTL-STATUS = "00"
            ADD 1 TO WS-CHANGE-COUNT
            DISPLAY "Schedule entry for " WS-STEP-PROGRAM " saved"
        ELSE
            DISPLAY "Schedule entry not saved - file status "
                WS-STEPCTL-STATUS " - tell the supervisor"
        END-IF
    END-IF.

6600-CAPTURE-SEQUENCE.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Run sequence (01-99) " WITH NO ADVANCING
        MOVE SPACES TO WS-SEQUENCE-ENTRY
        ACCEPT WS-SEQUENCE-ENTRY
        IF WS-SEQUENCE-ENTRY NUMERIC AND WS-SEQUENCE-ENTRY NOT = "00"
            MOVE WS-SEQUENCE-ENTRY TO WS-SEQUENCE
            SET VALID-ENTRY TO TRUE
        ELSE
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid sequence - two digits, 01-99"
            END-IF
        END-IF
    END-PERFORM.

6650-CAPTURE-FREQUENCY.
    MOVE SPACE TO WS-FREQUENCY
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL FREQUENCY-VALID OR STOP-RUNNING
        DISPLAY "Frequency (D daily, M month-end, Q quarter-end, "
            "A as required) " WITH NO ADVANCING
        ACCEPT WS-FREQUENCY
        MOVE FUNCTION UPPER-CASE(WS-FREQUENCY) TO WS-FREQUENCY
        IF NOT FREQUENCY-VALID
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid frequency - D, M, Q or A"
            END-IF
        END-IF
    END-PERFORM.

6700-CAPTURE-PREDECESSORS.
    MOVE SPACES TO WS-PREDECESSORS
    MOVE 0 TO WS-PRED-IX
    PERFORM UNTIL WS-PRED-IX >= 4 OR STOP-RUNNING
        ADD 1 TO WS-PRED-IX
        DISPLAY "Predecessor " WS-PRED-IX " (blank = no more) "
            WITH NO ADVANCING
        ACCEPT WS-PREDECESSOR(WS-PRED-IX)
        MOVE FUNCTION UPPER-CASE(WS-PREDECESSOR(WS-PRED-IX))
            TO WS-PREDECESSOR(WS-PRED-IX)
        IF WS-PREDECESSOR(WS-PRED-IX) = SPACES
            MOVE 4 TO WS-PRED-IX
        ELSE
            IF WS-PREDECESSOR(WS-PRED-IX) = WS-STEP-PROGRAM
                DISPLAY "A program cannot be its own predecessor"
                MOVE SPACES TO WS-PREDECESSOR(WS-PRED-IX)
                SUBTRACT 1 FROM WS-PRED-IX
                ADD 1 TO WS-RETRY-COUNT
                IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                    DISPLAY "Too many invalid entries - "
                        "ending session"
                    SET STOP-RUNNING TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

6800-REMOVE-SCHEDULE.
    PERFORM 4500-CAPTURE-PROGRAM
    IF NOT STOP-RUNNING
        PERFORM 7100-READ-SCHEDULE-ROW
        IF ROW-NOT-FOUND
            DISPLAY WS-STEP-PROGRAM " is not on the schedule"
        ELSE
            DISPLAY "Remove " WS-STEP-PROGRAM " - " SK-DESCRIPTION
                " - from the schedule (Y/N) " WITH NO ADVANCING
            MOVE SPACE TO WS-CONFIRM-ENTRY
            ACCEPT WS-CONFIRM-ENTRY
            IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
                DELETE STEP-CONTROL-FILE
                    INVALID KEY CONTINUE
                END-DELETE
                IF WS-STEPCTL-STATUS = "00"
                    ADD 1 TO WS-CHANGE-COUNT
                    DISPLAY WS-STEP-PROGRAM " removed - it will be "
                        "refused until it is added back"
                ELSE
                    DISPLAY "Schedule entry not removed - file status "
                        WS-STEPCTL-STATUS " - tell the supervisor"
                END-IF
            ELSE
                DISPLAY "Schedule entry kept"
            END-IF
        END-IF
    END-IF.

7000-SEED-SCHEDULE.
    MOVE 0 TO WS-DEFAULT-IX
    PERFORM UNTIL WS-DEFAULT-IX >= WS-DEFAULT-COUNT
        ADD 1 TO WS-DEFAULT-IX
        MOVE ZERO TO SK-DATE
        MOVE DS-PROGRAM(WS-DEFAULT-IX) TO SK-PROGRAM
        MOVE DS-SCHEDULE-DATA(WS-DEFAULT-IX) TO SK-SCHEDULE-DATA
        WRITE STEP-CONTROL-RECORD
            INVALID KEY
                DISPLAY "Schedule entry " SK-PROGRAM
                    " not written - file status " WS-STEPCTL-STATUS
            NOT INVALID KEY
                ADD 1 TO WS-CHANGE-COUNT
        END-WRITE
    END-PERFORM
    DISPLAY "STEPCTL created with the standard nightly schedule - "
        WS-CHANGE-COUNT " programs".

7100-READ-SCHEDULE-ROW.
    MOVE ZERO TO SK-DATE
    MOVE WS-STEP-PROGRAM TO SK-PROGRAM
    READ STEP-CONTROL-FILE
        INVALID KEY SET ROW-NOT-FOUND TO TRUE
        NOT INVALID KEY
            SET ROW-FOUND TO TRUE
            ADD 1 TO WS-READ-COUNT
    END-READ.

7500-READ-CYCLE-DATE.
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

9000-TERMINATE.
    CLOSE STEP-CONTROL-FILE.

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
        MOVE "COBOLTVC" TO OL-PROGRAM
        MOVE WS-TODAY TO OL-DATE
        MOVE WS-START-TIME TO OL-START-TIME
        ACCEPT WS-TIME-RAW FROM TIME
        MOVE WS-TIME-HHMMSS TO OL-END-TIME
        MOVE WS-READ-COUNT TO OL-RECORDS-IN
        MOVE WS-CHANGE-COUNT TO OL-RECORDS-OUT
        MOVE ZERO TO OL-REJECTS
        MOVE RETURN-CODE TO OL-RETURN-CODE
        WRITE OPS-LOG-RECORD
        IF WS-OPSLOG-STATUS NOT = "00"
            DISPLAY "Ops log write failed - file status "
                WS-OPSLOG-STATUS " - this run is missing from OPSLOG"
        END-IF
        CLOSE OPS-LOG-FILE
    END-IF.
