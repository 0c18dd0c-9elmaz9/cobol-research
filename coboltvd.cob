      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltvd.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - shift schedule maintenance.  Supervisors keep
*> the SHIFTSCH shift schedule here: one row per employee id and work
*> date with the scheduled start and end (HHMM, same day) and the
*> unpaid break minutes.  Shifts can be entered one at a time, or an
*> employee's regular weekly rota (Monday to Sunday, blank = day off)
*> can be kept on SHIFTROT and applied to a week, which replaces the
*> rota-generated rows for those dates and leaves shifts entered by
*> hand alone.  Employee ids are checked against RATEMAST.  The
*> monthly attendance tally posted by coboltve to ATTNTLY can be
*> looked up by employee for HR review.  Both schedule datasets are
*> created empty when they do not exist yet.  Run summary is
*> appended to the shared OPSLOG dataset.
*> October 15th 2026 - applying the weekly rotas skips any rota whose
*> employee is no longer on RATEMAST or is deactivated there, and
*> shows how many were skipped with the other totals.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SHIFT-SCHEDULE-FILE ASSIGN TO "SHIFTSCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SS-KEY
        FILE STATUS IS WS-SHIFTSCH-STATUS.
    SELECT SHIFT-ROTA-FILE ASSIGN TO "SHIFTROT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SR-EMP-ID
        FILE STATUS IS WS-SHIFTROT-STATUS.
    SELECT ATTENDANCE-TALLY-FILE ASSIGN TO "ATTNTLY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AT-KEY
        FILE STATUS IS WS-ATTNTLY-STATUS.
    SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATEMAST-STATUS.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
    SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPSLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD SHIFT-SCHEDULE-FILE.
01 SHIFT-SCHEDULE-RECORD.
    05 SS-KEY.
        10 SS-EMP-ID PIC 9(5).
        10 SS-WORK-DATE PIC 9(8).
    05 SS-START-TIME PIC 9(4).
    05 SS-END-TIME PIC 9(4).
    05 SS-BREAK-MINUTES PIC 999.
    05 SS-SOURCE PIC X.
        88 SS-FROM-ROTA VALUE "R".
        88 SS-MANUAL VALUE "M".
    05 SS-UPDATED-DATE PIC 9(8).

FD SHIFT-ROTA-FILE.
01 SHIFT-ROTA-RECORD.
    05 SR-EMP-ID PIC 9(5).
    05 SR-DAY OCCURS 7 TIMES.
        10 SR-START-TIME PIC 9(4).
        10 SR-END-TIME PIC 9(4).
        10 SR-BREAK-MINUTES PIC 999.
    05 SR-UPDATED-DATE PIC 9(8).

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

FD RATE-MASTER-FILE.
01 RATE-MASTER-RECORD.
    05 RM-EMP-ID PIC 9(5).
    05 RM-EMP-NAME PIC X(30).
    05 RM-DEPT PIC X(8).
    05 RM-HOURLY-RATE PIC 99V99.
    05 RM-OT-THRESHOLD PIC 99.
    05 RM-ACTIVE-SW PIC X.

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
01 WS-SHIFTSCH-STATUS PIC XX VALUE "00".
01 WS-SHIFTROT-STATUS PIC XX VALUE "00".
01 WS-ATTNTLY-STATUS PIC XX VALUE "00".
01 WS-RATEMAST-STATUS PIC XX VALUE "00".
01 WS-CYCLE-STATUS PIC XX VALUE "00".
01 WS-START-TIME PIC 9(6) VALUE 0.
01 WS-READ-COUNT PIC 9(5) VALUE 0.
01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
    05 WS-BUSINESS-MONTH PIC 9(6).
    05 FILLER PIC 99.
01 WS-TIME-RAW.
    05 WS-TIME-HHMMSS PIC 9(6).
    05 FILLER PIC 99.
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-TALLY-SW PIC X VALUE "N".
    88 TALLY-AVAILABLE VALUE "Y".
01 WS-RATE-SW PIC X VALUE "N".
    88 RATE-FOUND VALUE "Y".
    88 RATE-NOT-FOUND VALUE "N".
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
*> day names in SHIFTROT order - day 1 is Monday
01 WS-DAY-NAME-DATA PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-DATA.
    05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
01 WS-DAY-IX PIC 9 VALUE 0.
01 WS-WEEKDAY PIC 9 VALUE 0.
01 WS-EMP-ID PIC 9(5) VALUE 0.
01 WS-EMP-ENTRY PIC X(5) VALUE SPACES.
01 WS-WORK-DATE PIC 9(8) VALUE 0.
01 WS-WEEK-START PIC 9(8) VALUE 0.
01 WS-DATE-INTEGER PIC 9(8) VALUE 0.
01 WS-DATE-WORK PIC 9(8) VALUE 0.
01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
    05 WS-DATE-YEAR PIC 9(4).
    05 WS-DATE-MONTH PIC 99.
    05 WS-DATE-DAY PIC 99.
01 WS-DATE-ENTRY PIC X(8) VALUE SPACES.
01 WS-MONTH-ENTRY PIC X(6) VALUE SPACES.
01 WS-MONTH-WORK PIC 9(6) VALUE 0.
01 WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
    05 FILLER PIC 9(4).
    05 WS-MONTH-MM PIC 99.
01 WS-TIME-ENTRY PIC X(4) VALUE SPACES.
01 WS-TIME-PROMPT PIC X(24) VALUE SPACES.
01 WS-TIME-WORK PIC 9(4) VALUE 0.
01 WS-TIME-HH PIC 99 VALUE 0.
01 WS-TIME-MM PIC 99 VALUE 0.
01 WS-TIME-BLANK-SW PIC X VALUE "N".
    88 TIME-BLANK-ALLOWED VALUE "Y".
    88 TIME-BLANK-ENTERED VALUE "B".
01 WS-BREAK-ENTRY PIC X(3) VALUE SPACES.
01 WS-END-RETRY-COUNT PIC 99 VALUE 0.
01 WS-SHIFT-START PIC 9(4) VALUE 0.
01 WS-SHIFT-END PIC 9(4) VALUE 0.
01 WS-SHIFT-BREAK PIC 999 VALUE 0.
01 WS-START-MINUTES PIC 9(4) VALUE 0.
01 WS-END-MINUTES PIC 9(4) VALUE 0.
01 WS-SHIFT-MINUTES PIC 9(4) VALUE 0.
01 WS-ROW-SW PIC X VALUE "N".
    88 ROW-FOUND VALUE "Y".
    88 ROW-NOT-FOUND VALUE "N".
01 WS-ROTA-SW PIC X VALUE "N".
    88 ROTA-FOUND VALUE "Y".
    88 ROTA-NOT-FOUND VALUE "N".
01 WS-ROTA-EOF-SW PIC X VALUE "N".
    88 END-OF-ROTA VALUE "Y".
01 WS-ROTA-EMPLOYEES PIC 9(5) VALUE 0.
01 WS-ROTA-ADDED PIC 9(5) VALUE 0.
01 WS-ROTA-REPLACED PIC 9(5) VALUE 0.
01 WS-ROTA-REMOVED PIC 9(5) VALUE 0.
01 WS-ROTA-KEPT PIC 9(5) VALUE 0.
01 WS-ROTA-FAILED PIC 9(5) VALUE 0.
01 WS-ROTA-INACTIVE PIC 9(5) VALUE 0.
01 WS-SOURCE-TEXT PIC X(6) VALUE SPACES.
01 WS-CHOICE PIC X VALUE SPACE.
01 WS-CONTINUE-SW PIC X VALUE "Y".
    88 KEEP-RUNNING VALUE "Y" "y".
    88 STOP-RUNNING VALUE "N" "n".
01 WS-VALID-SW PIC X VALUE "N".
    88 VALID-ENTRY VALUE "Y".
    88 INVALID-ENTRY VALUE "N".
01 WS-RETRY-COUNT PIC 99 VALUE 0.
01 WS-RETRY-LIMIT PIC 99 VALUE 5.
01 WS-CONFIRM-ENTRY PIC X VALUE SPACE.
01 WS-MINUTES-ED PIC ZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF WS-SHIFTSCH-STATUS NOT = "00" OR WS-SHIFTROT-STATUS NOT = "00"
        DISPLAY "Shift schedule open failed - file status "
            WS-SHIFTSCH-STATUS " / " WS-SHIFTROT-STATUS
            " - tell the supervisor"
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
    PERFORM 7000-LOAD-RATE-MASTER
    OPEN I-O SHIFT-SCHEDULE-FILE
    IF WS-SHIFTSCH-STATUS = "35"
        OPEN OUTPUT SHIFT-SCHEDULE-FILE
        CLOSE SHIFT-SCHEDULE-FILE
        OPEN I-O SHIFT-SCHEDULE-FILE
        IF WS-SHIFTSCH-STATUS = "00"
            DISPLAY "SHIFTSCH created - no shifts scheduled yet"
        END-IF
    END-IF
    OPEN I-O SHIFT-ROTA-FILE
    IF WS-SHIFTROT-STATUS = "35"
        OPEN OUTPUT SHIFT-ROTA-FILE
        CLOSE SHIFT-ROTA-FILE
        OPEN I-O SHIFT-ROTA-FILE
        IF WS-SHIFTROT-STATUS = "00"
            DISPLAY "SHIFTROT created - no weekly rotas kept yet"
        END-IF
    END-IF
    OPEN INPUT ATTENDANCE-TALLY-FILE
    IF WS-ATTNTLY-STATUS = "00"
        SET TALLY-AVAILABLE TO TRUE
    END-IF.

2000-SHOW-MENU.
    DISPLAY SPACE
    DISPLAY "===================================="
    DISPLAY "  Shift Schedule"
    DISPLAY "===================================="
    DISPLAY "  Business date " WS-BUSINESS-DATE
    DISPLAY "  1. Add or change a shift"
    DISPLAY "  2. Remove a shift"
    DISPLAY "  3. Show an employee's week"
    DISPLAY "  4. Maintain an employee's weekly rota"
    DISPLAY "  5. Apply the weekly rotas to a week"
    DISPLAY "  6. Show an employee's monthly attendance"
    DISPLAY "  7. Exit"
    DISPLAY "Enter your choice (1-7) " WITH NO ADVANCING
    ACCEPT WS-CHOICE.

3000-PROCESS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN "1"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 5000-MAINTAIN-SHIFT
        WHEN "2"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 5500-REMOVE-SHIFT
        WHEN "3"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 6000-SHOW-WEEK
        WHEN "4"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 6500-MAINTAIN-ROTA
        WHEN "5"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 6800-APPLY-ROTA
        WHEN "6"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 6900-SHOW-TALLY
        WHEN "7"
            SET STOP-RUNNING TO TRUE
        WHEN OTHER
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid choice - please select 1-7"
            END-IF
    END-EVALUATE.

4000-CAPTURE-EMPLOYEE.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Employee id " WITH NO ADVANCING
        MOVE SPACES TO WS-EMP-ENTRY
        ACCEPT WS-EMP-ENTRY
        IF WS-EMP-ENTRY NUMERIC
            MOVE WS-EMP-ENTRY TO WS-EMP-ID
            PERFORM 7100-FIND-RATE
            IF RATE-FOUND AND RT-ACTIVE-SW(WS-RATE-IX) NOT = "D"
                DISPLAY "  " RT-EMP-NAME(WS-RATE-IX) " "
                    RT-DEPT(WS-RATE-IX)
                SET VALID-ENTRY TO TRUE
            END-IF
        END-IF
        IF INVALID-ENTRY
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Not an active employee on the rate master - "
                    "five digits - please re-enter"
            END-IF
        END-IF
    END-PERFORM.

4100-CAPTURE-WORK-DATE.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Date (YYYYMMDD, blank = " WS-BUSINESS-DATE
            ") " WITH NO ADVANCING
        MOVE SPACES TO WS-DATE-ENTRY
        ACCEPT WS-DATE-ENTRY
        IF WS-DATE-ENTRY = SPACES
            MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
            SET VALID-ENTRY TO TRUE
        ELSE
            PERFORM 4180-EDIT-DATE
            IF VALID-ENTRY
                MOVE WS-DATE-WORK TO WS-WORK-DATE
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

4180-EDIT-DATE.
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

4200-CAPTURE-TIME.
*> WS-TIME-PROMPT is set by the caller; a blank entry is taken as a
*> day off only when TIME-BLANK-ALLOWED is set
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY WS-TIME-PROMPT " (HHMM) " WITH NO ADVANCING
        MOVE SPACES TO WS-TIME-ENTRY
        ACCEPT WS-TIME-ENTRY
        IF WS-TIME-ENTRY = SPACES AND TIME-BLANK-ALLOWED
            SET TIME-BLANK-ENTERED TO TRUE
            MOVE 0 TO WS-TIME-WORK
            SET VALID-ENTRY TO TRUE
        ELSE
            IF WS-TIME-ENTRY NUMERIC
                MOVE WS-TIME-ENTRY TO WS-TIME-WORK
                DIVIDE WS-TIME-WORK BY 100 GIVING WS-TIME-HH
                    REMAINDER WS-TIME-MM
                IF WS-TIME-HH <= 23 AND WS-TIME-MM <= 59
                    SET VALID-ENTRY TO TRUE
                END-IF
            END-IF
            IF INVALID-ENTRY
                ADD 1 TO WS-RETRY-COUNT
                IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                    DISPLAY "Too many invalid entries - "
                        "ending session"
                    SET STOP-RUNNING TO TRUE
                ELSE
                    DISPLAY "Invalid time - four digits, 0000-2359"
                END-IF
            END-IF
        END-IF
    END-PERFORM.

4300-CAPTURE-SHIFT.
*> start, end and break for one shift into WS-SHIFT-START/END/BREAK;
*> with TIME-BLANK-ALLOWED a blank start means a day off
    MOVE 0 TO WS-SHIFT-START
    MOVE 0 TO WS-SHIFT-END
    MOVE 0 TO WS-SHIFT-BREAK
    MOVE "Shift start" TO WS-TIME-PROMPT
    PERFORM 4200-CAPTURE-TIME
    IF NOT STOP-RUNNING AND NOT TIME-BLANK-ENTERED
        MOVE WS-TIME-WORK TO WS-SHIFT-START
        COMPUTE WS-START-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
        MOVE "N" TO WS-TIME-BLANK-SW
        MOVE "Shift end" TO WS-TIME-PROMPT
        MOVE 0 TO WS-END-RETRY-COUNT
        SET INVALID-ENTRY TO TRUE
        PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
            PERFORM 4200-CAPTURE-TIME
            IF VALID-ENTRY
                COMPUTE WS-END-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
                IF WS-END-MINUTES <= WS-START-MINUTES
                    SET INVALID-ENTRY TO TRUE
                    ADD 1 TO WS-END-RETRY-COUNT
                    IF WS-END-RETRY-COUNT >= WS-RETRY-LIMIT
                        DISPLAY "Too many invalid entries - "
                            "ending session"
                        SET STOP-RUNNING TO TRUE
                    ELSE
                        DISPLAY "The shift must end after it starts "
                            "on the same day"
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF NOT STOP-RUNNING
            MOVE WS-TIME-WORK TO WS-SHIFT-END
            COMPUTE WS-SHIFT-MINUTES = WS-END-MINUTES - WS-START-MINUTES
            PERFORM 4350-CAPTURE-BREAK
        END-IF
    END-IF.

4350-CAPTURE-BREAK.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Unpaid break minutes (blank = none) "
            WITH NO ADVANCING
        MOVE SPACES TO WS-BREAK-ENTRY
        ACCEPT WS-BREAK-ENTRY
        IF WS-BREAK-ENTRY = SPACES
            MOVE 0 TO WS-SHIFT-BREAK
            SET VALID-ENTRY TO TRUE
        ELSE
            IF FUNCTION TRIM(WS-BREAK-ENTRY) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-BREAK-ENTRY) TO WS-SHIFT-BREAK
                IF WS-SHIFT-BREAK < WS-SHIFT-MINUTES
                    SET VALID-ENTRY TO TRUE
                END-IF
            END-IF
            IF INVALID-ENTRY
                ADD 1 TO WS-RETRY-COUNT
                IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                    DISPLAY "Too many invalid entries - "
                        "ending session"
                    SET STOP-RUNNING TO TRUE
                ELSE
                    DISPLAY "Invalid break - digits only, shorter "
                        "than the shift"
                END-IF
            END-IF
        END-IF
    END-PERFORM.

5000-MAINTAIN-SHIFT.
    PERFORM 4000-CAPTURE-EMPLOYEE
    IF NOT STOP-RUNNING
        PERFORM 4100-CAPTURE-WORK-DATE
    END-IF
    IF NOT STOP-RUNNING
        PERFORM 7200-READ-SHIFT
        IF ROW-FOUND
            PERFORM 7250-FORMAT-SOURCE
            DISPLAY "Changing the shift on " WS-WORK-DATE " - "
                SS-START-TIME "-" SS-END-TIME " break "
                SS-BREAK-MINUTES " " WS-SOURCE-TEXT
        ELSE
            DISPLAY "Adding a shift on " WS-WORK-DATE
        END-IF
        MOVE "N" TO WS-TIME-BLANK-SW
        PERFORM 4300-CAPTURE-SHIFT
    END-IF
    IF NOT STOP-RUNNING
        PERFORM 7200-READ-SHIFT
        MOVE WS-SHIFT-START TO SS-START-TIME
        MOVE WS-SHIFT-END TO SS-END-TIME
        MOVE WS-SHIFT-BREAK TO SS-BREAK-MINUTES
        SET SS-MANUAL TO TRUE
        MOVE WS-TODAY TO SS-UPDATED-DATE
        IF ROW-FOUND
            REWRITE SHIFT-SCHEDULE-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
        ELSE
            WRITE SHIFT-SCHEDULE-RECORD
                INVALID KEY CONTINUE
            END-WRITE
        END-IF
        IF WS-SHIFTSCH-STATUS = "00"
            ADD 1 TO WS-CHANGE-COUNT
            DISPLAY "Shift for " WS-EMP-ID " on " WS-WORK-DATE
                " saved"
        ELSE
            DISPLAY "Shift not saved - file status "
                WS-SHIFTSCH-STATUS " - tell the supervisor"
        END-IF
    END-IF.

5500-REMOVE-SHIFT.
    PERFORM 4000-CAPTURE-EMPLOYEE
    IF NOT STOP-RUNNING
        PERFORM 4100-CAPTURE-WORK-DATE
    END-IF
    IF NOT STOP-RUNNING
        PERFORM 7200-READ-SHIFT
        IF ROW-NOT-FOUND
            DISPLAY "No shift scheduled for " WS-EMP-ID " on "
                WS-WORK-DATE
        ELSE
            DISPLAY "Remove the shift " SS-START-TIME "-" SS-END-TIME
                " on " WS-WORK-DATE " (Y/N) " WITH NO ADVANCING
            MOVE SPACE TO WS-CONFIRM-ENTRY
            ACCEPT WS-CONFIRM-ENTRY
            IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
                DELETE SHIFT-SCHEDULE-FILE
                    INVALID KEY CONTINUE
                END-DELETE
                IF WS-SHIFTSCH-STATUS = "00"
                    ADD 1 TO WS-CHANGE-COUNT
                    DISPLAY "Shift removed - any time worked that day "
                        "will show as unscheduled"
                ELSE
                    DISPLAY "Shift not removed - file status "
                        WS-SHIFTSCH-STATUS " - tell the supervisor"
                END-IF
            ELSE
                DISPLAY "Shift kept"
            END-IF
        END-IF
    END-IF.

6000-SHOW-WEEK.
    PERFORM 4000-CAPTURE-EMPLOYEE
    IF NOT STOP-RUNNING
        DISPLAY "First day of the week - " WITH NO ADVANCING
        PERFORM 4100-CAPTURE-WORK-DATE
    END-IF
    IF NOT STOP-RUNNING
        MOVE WS-WORK-DATE TO WS-WEEK-START
        DISPLAY "Shifts for " WS-EMP-ID " from " WS-WEEK-START
        DISPLAY "DAY DATE     START END   BREAK SOURCE"
        MOVE 0 TO WS-DAY-IX
        PERFORM UNTIL WS-DAY-IX >= 7
            PERFORM 7300-NEXT-WEEK-DATE
            PERFORM 7200-READ-SHIFT
            IF ROW-FOUND
                PERFORM 7250-FORMAT-SOURCE
                DISPLAY WS-DAY-NAME(WS-WEEKDAY) " " WS-WORK-DATE " "
                    SS-START-TIME "  " SS-END-TIME "  " SS-BREAK-MINUTES
                    "   " WS-SOURCE-TEXT
            ELSE
                DISPLAY WS-DAY-NAME(WS-WEEKDAY) " " WS-WORK-DATE
                    " OFF"
            END-IF
        END-PERFORM
    END-IF.

6500-MAINTAIN-ROTA.
    PERFORM 4000-CAPTURE-EMPLOYEE
    IF NOT STOP-RUNNING
        MOVE WS-EMP-ID TO SR-EMP-ID
        READ SHIFT-ROTA-FILE
            INVALID KEY SET ROTA-NOT-FOUND TO TRUE
            NOT INVALID KEY SET ROTA-FOUND TO TRUE
        END-READ
        IF ROTA-FOUND
            ADD 1 TO WS-READ-COUNT
            DISPLAY "Current weekly rota for " WS-EMP-ID
            MOVE 0 TO WS-DAY-IX
            PERFORM UNTIL WS-DAY-IX >= 7
                ADD 1 TO WS-DAY-IX
                IF SR-START-TIME(WS-DAY-IX) = 0
                        AND SR-END-TIME(WS-DAY-IX) = 0
                    DISPLAY "  " WS-DAY-NAME(WS-DAY-IX) " OFF"
                ELSE
                    DISPLAY "  " WS-DAY-NAME(WS-DAY-IX) " "
                        SR-START-TIME(WS-DAY-IX) "-"
                        SR-END-TIME(WS-DAY-IX) " break "
                        SR-BREAK-MINUTES(WS-DAY-IX)
                END-IF
            END-PERFORM
        ELSE
            DISPLAY "No weekly rota kept for " WS-EMP-ID
                " - entering a new one"
        END-IF
        DISPLAY "Enter each day's shift - blank start = day off"
        MOVE WS-EMP-ID TO SR-EMP-ID
        MOVE 0 TO WS-DAY-IX
        PERFORM UNTIL WS-DAY-IX >= 7 OR STOP-RUNNING
            ADD 1 TO WS-DAY-IX
            DISPLAY WS-DAY-NAME(WS-DAY-IX)
            SET TIME-BLANK-ALLOWED TO TRUE
            PERFORM 4300-CAPTURE-SHIFT
            MOVE WS-SHIFT-START TO SR-START-TIME(WS-DAY-IX)
            MOVE WS-SHIFT-END TO SR-END-TIME(WS-DAY-IX)
            MOVE WS-SHIFT-BREAK TO SR-BREAK-MINUTES(WS-DAY-IX)
        END-PERFORM
    END-IF
    IF NOT STOP-RUNNING
        MOVE WS-TODAY TO SR-UPDATED-DATE
        IF ROTA-FOUND
            REWRITE SHIFT-ROTA-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
        ELSE
            WRITE SHIFT-ROTA-RECORD
                INVALID KEY CONTINUE
            END-WRITE
        END-IF
        IF WS-SHIFTROT-STATUS = "00"
            ADD 1 TO WS-CHANGE-COUNT
            DISPLAY "Weekly rota for " WS-EMP-ID " saved - apply it "
                "to a week with option 5"
        ELSE
            DISPLAY "Weekly rota not saved - file status "
                WS-SHIFTROT-STATUS " - tell the supervisor"
        END-IF
    END-IF.

6800-APPLY-ROTA.
    DISPLAY "First day of the week to schedule - " WITH NO ADVANCING
    PERFORM 4100-CAPTURE-WORK-DATE
    IF NOT STOP-RUNNING
        MOVE WS-WORK-DATE TO WS-WEEK-START
        DISPLAY "Schedule every weekly rota for the 7 days from "
            WS-WEEK-START " - shifts entered by hand are kept (Y/N) "
            WITH NO ADVANCING
        MOVE SPACE TO WS-CONFIRM-ENTRY
        ACCEPT WS-CONFIRM-ENTRY
        IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
            MOVE 0 TO WS-ROTA-EMPLOYEES
            MOVE 0 TO WS-ROTA-ADDED
            MOVE 0 TO WS-ROTA-REPLACED
            MOVE 0 TO WS-ROTA-REMOVED
            MOVE 0 TO WS-ROTA-KEPT
            MOVE 0 TO WS-ROTA-FAILED
            MOVE 0 TO WS-ROTA-INACTIVE
            MOVE "N" TO WS-ROTA-EOF-SW
            MOVE LOW-VALUES TO SR-EMP-ID
            START SHIFT-ROTA-FILE KEY IS NOT LESS THAN SR-EMP-ID
                INVALID KEY SET END-OF-ROTA TO TRUE
            END-START
            PERFORM UNTIL END-OF-ROTA
                READ SHIFT-ROTA-FILE NEXT
                    AT END SET END-OF-ROTA TO TRUE
                    NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        MOVE SR-EMP-ID TO WS-EMP-ID
                        PERFORM 7100-FIND-RATE
                        IF RATE-FOUND
                                AND RT-ACTIVE-SW(WS-RATE-IX) NOT = "D"
                            ADD 1 TO WS-ROTA-EMPLOYEES
                            MOVE 0 TO WS-DAY-IX
                            PERFORM UNTIL WS-DAY-IX >= 7
                                PERFORM 7300-NEXT-WEEK-DATE
                                PERFORM 6850-APPLY-ROTA-DAY
                            END-PERFORM
                        ELSE
                            ADD 1 TO WS-ROTA-INACTIVE
                        END-IF
                END-READ
            END-PERFORM
            DISPLAY "Weekly rotas applied for " WS-ROTA-EMPLOYEES
                " employees from " WS-WEEK-START
            DISPLAY "  shifts added " WS-ROTA-ADDED "  replaced "
                WS-ROTA-REPLACED "  removed " WS-ROTA-REMOVED
            DISPLAY "  hand-entered shifts kept " WS-ROTA-KEPT
            IF WS-ROTA-INACTIVE > 0
                DISPLAY "  rotas skipped " WS-ROTA-INACTIVE
                    " - employee deactivated or not on the rate master"
            END-IF
            IF WS-ROTA-FAILED > 0
                DISPLAY "  shifts NOT saved " WS-ROTA-FAILED
                    " - file status " WS-SHIFTSCH-STATUS
                    " - tell the supervisor"
            END-IF
        ELSE
            DISPLAY "Weekly rotas not applied"
        END-IF
    END-IF.

6850-APPLY-ROTA-DAY.
    PERFORM 7200-READ-SHIFT
    IF ROW-FOUND AND SS-MANUAL
        ADD 1 TO WS-ROTA-KEPT
    ELSE
        IF SR-START-TIME(WS-WEEKDAY) = 0
                AND SR-END-TIME(WS-WEEKDAY) = 0
            IF ROW-FOUND
                DELETE SHIFT-SCHEDULE-FILE
                    INVALID KEY CONTINUE
                END-DELETE
                IF WS-SHIFTSCH-STATUS = "00"
                    ADD 1 TO WS-ROTA-REMOVED
                    ADD 1 TO WS-CHANGE-COUNT
                ELSE
                    ADD 1 TO WS-ROTA-FAILED
                END-IF
            END-IF
        ELSE
            MOVE SR-START-TIME(WS-WEEKDAY) TO SS-START-TIME
            MOVE SR-END-TIME(WS-WEEKDAY) TO SS-END-TIME
            MOVE SR-BREAK-MINUTES(WS-WEEKDAY) TO SS-BREAK-MINUTES
            SET SS-FROM-ROTA TO TRUE
            MOVE WS-TODAY TO SS-UPDATED-DATE
            IF ROW-FOUND
                REWRITE SHIFT-SCHEDULE-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
            ELSE
                WRITE SHIFT-SCHEDULE-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF
            IF WS-SHIFTSCH-STATUS = "00"
                ADD 1 TO WS-CHANGE-COUNT
                IF ROW-FOUND
                    ADD 1 TO WS-ROTA-REPLACED
                ELSE
                    ADD 1 TO WS-ROTA-ADDED
                END-IF
            ELSE
                ADD 1 TO WS-ROTA-FAILED
            END-IF
        END-IF
    END-IF.

6900-SHOW-TALLY.
    IF NOT TALLY-AVAILABLE
        DISPLAY "No monthly attendance tally yet - file status "
            WS-ATTNTLY-STATUS " - coboltve has not posted one"
    ELSE
        PERFORM 4000-CAPTURE-EMPLOYEE
        IF NOT STOP-RUNNING
            PERFORM 6950-CAPTURE-MONTH
        END-IF
        IF NOT STOP-RUNNING
            MOVE WS-EMP-ID TO AT-EMP-ID
            MOVE WS-MONTH-WORK TO AT-MONTH
            READ ATTENDANCE-TALLY-FILE
                INVALID KEY
                    DISPLAY "No attendance posted for " WS-EMP-ID
                        " in " WS-MONTH-WORK
                NOT INVALID KEY
                    ADD 1 TO WS-READ-COUNT
                    DISPLAY "Attendance for " AT-EMP-ID " " AT-DEPT
                        " in " AT-MONTH " - posted to " AT-LAST-POSTED
                    DISPLAY "  days scheduled      " AT-DAYS-SCHEDULED
                        "   days worked " AT-DAYS-WORKED
                    MOVE AT-LATE-MINUTES TO WS-MINUTES-ED
                    DISPLAY "  late arrivals       " AT-LATE-COUNT
                        "   minutes " WS-MINUTES-ED
                    MOVE AT-EARLY-MINUTES TO WS-MINUTES-ED
                    DISPLAY "  early departures    " AT-EARLY-COUNT
                        "   minutes " WS-MINUTES-ED
                    DISPLAY "  absences            " AT-ABSENT-COUNT
                    MOVE AT-UNSCHED-MINUTES TO WS-MINUTES-ED
                    DISPLAY "  unscheduled days    " AT-UNSCHED-DAYS
                        "   unscheduled minutes " WS-MINUTES-ED
            END-READ
        END-IF
    END-IF.

6950-CAPTURE-MONTH.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Month (YYYYMM, blank = " WS-BUSINESS-MONTH ") "
            WITH NO ADVANCING
        MOVE SPACES TO WS-MONTH-ENTRY
        ACCEPT WS-MONTH-ENTRY
        IF WS-MONTH-ENTRY = SPACES
            MOVE WS-BUSINESS-MONTH TO WS-MONTH-WORK
            SET VALID-ENTRY TO TRUE
        ELSE
            IF WS-MONTH-ENTRY NUMERIC
                MOVE WS-MONTH-ENTRY TO WS-MONTH-WORK
                IF WS-MONTH-MM >= 1 AND WS-MONTH-MM <= 12
                    SET VALID-ENTRY TO TRUE
                END-IF
            END-IF
            IF INVALID-ENTRY
                ADD 1 TO WS-RETRY-COUNT
                IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                    DISPLAY "Too many invalid entries - "
                        "ending session"
                    SET STOP-RUNNING TO TRUE
                ELSE
                    DISPLAY "Invalid month - YYYYMM digits only - "
                        "please re-enter"
                END-IF
            END-IF
        END-IF
    END-PERFORM.

7000-LOAD-RATE-MASTER.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-RATE-COUNT
    OPEN INPUT RATE-MASTER-FILE
    IF WS-RATEMAST-STATUS = "35"
        DISPLAY "Rate master not found - no employee can be "
            "scheduled"
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
        IF RT-EMP-ID(WS-RATE-IX) = WS-EMP-ID
            SET RATE-FOUND TO TRUE
        END-IF
    END-PERFORM.

7200-READ-SHIFT.
    MOVE WS-EMP-ID TO SS-EMP-ID
    MOVE WS-WORK-DATE TO SS-WORK-DATE
    READ SHIFT-SCHEDULE-FILE
        INVALID KEY SET ROW-NOT-FOUND TO TRUE
        NOT INVALID KEY
            SET ROW-FOUND TO TRUE
            ADD 1 TO WS-READ-COUNT
    END-READ.

7250-FORMAT-SOURCE.
    IF SS-FROM-ROTA
        MOVE "ROTA" TO WS-SOURCE-TEXT
    ELSE
        MOVE "MANUAL" TO WS-SOURCE-TEXT
    END-IF.

7300-NEXT-WEEK-DATE.
*> steps WS-DAY-IX and sets WS-WORK-DATE to that day of the week
*> starting WS-WEEK-START; 1601-01-01 (day 1) was a Monday
    ADD 1 TO WS-DAY-IX
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-WEEK-START) + WS-DAY-IX - 1
    COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1.

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
    CLOSE SHIFT-SCHEDULE-FILE
    CLOSE SHIFT-ROTA-FILE
    IF TALLY-AVAILABLE
        CLOSE ATTENDANCE-TALLY-FILE
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
        MOVE "COBOLTVD" TO OL-PROGRAM
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
