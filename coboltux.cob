      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltux.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - visitor appointment book.  Reception books
*> expected visitors ahead of time on the APPTMAST dataset: the
*> visitor's name, the SSN when the visitor is already known (or a
*> new-visitor flag when there is none yet), the expected date and
*> arrival window, and the host employee, who must be an active
*> employee on RATEMAST.  Appointments can be cancelled and listed by
*> date.  coboltut and coboltub match arrivals against the book and
*> the coboltuc close reports on-time, late and no-show visits per
*> host.  Appointments dated before the current business date are
*> dropped when the book is saved, so the dataset only carries the
*> days still to come.
*> October 14th 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 15th 2026 - an appointment date that does not exist (such
*> as 31st February) is refused.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPOINTMENT-FILE ASSIGN TO "APPTMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPTMAST-STATUS.
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
FD APPOINTMENT-FILE.
01 APPOINTMENT-RECORD.
    05 AP-APPT-NO PIC 9(5).
    05 AP-DATE PIC 9(8).
    05 AP-FROM-TIME PIC 9(4).
    05 AP-TO-TIME PIC 9(4).
    05 AP-VISITOR-NAME PIC X(30).
    05 AP-NEW-SW PIC X.
    05 AP-SSN PIC X(9).
    05 AP-HOST-ID PIC 9(5).
    05 AP-HOST-NAME PIC X(30).
    05 AP-STATUS PIC X.

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
01 WS-START-TIME PIC 9(6) VALUE 0.
01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.
01 WS-LOADED-COUNT PIC 9(5) VALUE 0.
01 WS-APPTMAST-STATUS PIC XX VALUE "00".
01 WS-RATEMAST-STATUS PIC XX VALUE "00".
01 WS-CYCLE-STATUS PIC XX VALUE "00".
01 WS-APPT-EOF-SW PIC X VALUE "N".
    88 END-OF-APPOINTMENTS VALUE "Y".
01 WS-RATE-EOF-SW PIC X VALUE "N".
    88 END-OF-RATES VALUE "Y".
01 WS-RATE-SW PIC X VALUE "N".
    88 RATE-FOUND VALUE "Y".
    88 RATE-NOT-FOUND VALUE "N".
01 WS-APPT-SW PIC X VALUE "N".
    88 APPT-FOUND VALUE "Y".
    88 APPT-NOT-FOUND VALUE "N".
01 WS-RATE-COUNT PIC 999 VALUE 0.
01 WS-RATE-IX PIC 999 VALUE 0.
01 WS-RATE-TABLE.
    05 WS-RATE-ENTRY OCCURS 200 TIMES.
        10 RT-EMP-ID PIC 9(5).
        10 RT-EMP-NAME PIC X(30).
        10 RT-ACTIVE-SW PIC X.
01 WS-APPT-COUNT PIC 999 VALUE 0.
01 WS-APPT-IX PIC 999 VALUE 0.
01 WS-APPT-TABLE.
    05 WS-APPT-ENTRY OCCURS 500 TIMES.
        10 AT-APPT-NO PIC 9(5).
        10 AT-DATE PIC 9(8).
        10 AT-FROM-TIME PIC 9(4).
        10 AT-TO-TIME PIC 9(4).
        10 AT-VISITOR-NAME PIC X(30).
        10 AT-NEW-SW PIC X.
        10 AT-SSN PIC X(9).
        10 AT-HOST-ID PIC 9(5).
        10 AT-HOST-NAME PIC X(30).
        10 AT-STATUS PIC X.
01 WS-NEXT-APPT-NO PIC 9(5) VALUE 1.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
01 WS-TIME-RAW.
    05 WS-TIME-HHMMSS PIC 9(6).
    05 FILLER PIC 99.
01 WS-EMP-ID PIC 9(5) VALUE 0.
01 WS-APPT-NO PIC 9(5) VALUE 0.
01 WS-APPT-DATE PIC 9(8) VALUE 0.
01 WS-APPT-DATE-PARTS REDEFINES WS-APPT-DATE.
    05 WS-APPT-YEAR PIC 9(4).
    05 WS-APPT-MONTH PIC 99.
    05 WS-APPT-DAY PIC 99.
01 WS-FROM-TIME PIC 9(4) VALUE 0.
01 WS-TO-TIME PIC 9(4) VALUE 0.
01 WS-WINDOW-TIME PIC 9(4) VALUE 0.
01 WS-WINDOW-PARTS REDEFINES WS-WINDOW-TIME.
    05 WS-WINDOW-HH PIC 99.
    05 WS-WINDOW-MM PIC 99.
01 WS-VISITOR-NAME PIC X(30) VALUE SPACES.
01 WS-NEW-SW PIC X VALUE "N".
    88 NEW-VISITOR VALUE "Y".
01 SsNum.
    02 SSArea PIC 999.
    02 SSGroup PIC 99.
    02 SSSerial PIC 9999.
01 WS-SSN-SW PIC X VALUE "N".
    88 SSN-VALID VALUE "Y".
    88 SSN-INVALID VALUE "N".
01 WS-CHOICE PIC X VALUE SPACE.
01 WS-CONTINUE-SW PIC X VALUE "Y".
    88 KEEP-RUNNING VALUE "Y" "y".
    88 STOP-RUNNING VALUE "N" "n".
01 WS-VALID-SW PIC X VALUE "N".
    88 VALID-ENTRY VALUE "Y".
    88 INVALID-ENTRY VALUE "N".
01 WS-RETRY-COUNT PIC 99 VALUE 0.
01 WS-RETRY-LIMIT PIC 99 VALUE 5.
01 WS-ID-ENTRY PIC X(5) VALUE SPACES.
01 WS-DATE-ENTRY PIC X(8) VALUE SPACES.
01 WS-TIME-ENTRY PIC X(4) VALUE SPACES.
01 WS-CONFIRM-ENTRY PIC X VALUE SPACE.
01 WS-LIST-COUNT PIC 999 VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
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
    PERFORM 7200-LOAD-APPOINTMENTS.

2000-SHOW-MENU.
    DISPLAY SPACE
    DISPLAY "===================================="
    DISPLAY "  Visitor Appointment Book"
    DISPLAY "===================================="
    DISPLAY "  1. Book an appointment"
    DISPLAY "  2. Cancel an appointment"
    DISPLAY "  3. List appointments for a date"
    DISPLAY "  4. Exit"
    DISPLAY "Enter your choice (1-4) " WITH NO ADVANCING
    ACCEPT WS-CHOICE.

3000-PROCESS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN "1"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 4000-BOOK-APPOINTMENT
        WHEN "2"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 5000-CANCEL-APPOINTMENT
        WHEN "3"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 6000-LIST-APPOINTMENTS
        WHEN "4"
            SET STOP-RUNNING TO TRUE
        WHEN OTHER
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid choice - please select 1-4"
            END-IF
    END-EVALUATE.

4000-BOOK-APPOINTMENT.
    IF WS-APPT-COUNT >= 500
        DISPLAY "Appointment table full - appointment not booked"
    ELSE
        PERFORM 4100-CAPTURE-APPT-DATE
        IF NOT STOP-RUNNING
            PERFORM 4200-CAPTURE-WINDOW
        END-IF
        IF NOT STOP-RUNNING
            PERFORM 4300-CAPTURE-VISITOR
        END-IF
        IF NOT STOP-RUNNING
            PERFORM 4500-CAPTURE-HOST
        END-IF
        IF NOT STOP-RUNNING
            ADD 1 TO WS-APPT-COUNT
            MOVE WS-APPT-COUNT TO WS-APPT-IX
            MOVE WS-NEXT-APPT-NO TO AT-APPT-NO(WS-APPT-IX)
            MOVE WS-APPT-DATE TO AT-DATE(WS-APPT-IX)
            MOVE WS-FROM-TIME TO AT-FROM-TIME(WS-APPT-IX)
            MOVE WS-TO-TIME TO AT-TO-TIME(WS-APPT-IX)
            MOVE WS-VISITOR-NAME TO AT-VISITOR-NAME(WS-APPT-IX)
            MOVE WS-NEW-SW TO AT-NEW-SW(WS-APPT-IX)
            IF NEW-VISITOR
                MOVE SPACES TO AT-SSN(WS-APPT-IX)
            ELSE
                MOVE SsNum TO AT-SSN(WS-APPT-IX)
            END-IF
            MOVE RT-EMP-ID(WS-RATE-IX) TO AT-HOST-ID(WS-APPT-IX)
            MOVE RT-EMP-NAME(WS-RATE-IX) TO AT-HOST-NAME(WS-APPT-IX)
            MOVE "B" TO AT-STATUS(WS-APPT-IX)
            ADD 1 TO WS-NEXT-APPT-NO
            ADD 1 TO WS-CHANGE-COUNT
            DISPLAY "Appointment " AT-APPT-NO(WS-APPT-IX)
                " booked - " FUNCTION TRIM(WS-VISITOR-NAME)
                " to see " FUNCTION TRIM(AT-HOST-NAME(WS-APPT-IX))
                " on " WS-APPT-DATE " " WS-FROM-TIME "-" WS-TO-TIME
        END-IF
    END-IF
    MOVE ZERO TO SsNum.

4100-CAPTURE-APPT-DATE.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Appointment date (YYYYMMDD, blank = today) "
            WITH NO ADVANCING
        MOVE SPACES TO WS-DATE-ENTRY
        ACCEPT WS-DATE-ENTRY
        IF WS-DATE-ENTRY = SPACES
            MOVE WS-BUSINESS-DATE TO WS-APPT-DATE
            SET VALID-ENTRY TO TRUE
        ELSE
            IF WS-DATE-ENTRY NUMERIC
                MOVE WS-DATE-ENTRY TO WS-APPT-DATE
                IF WS-APPT-MONTH >= 1 AND WS-APPT-MONTH <= 12
                        AND WS-APPT-DAY >= 1 AND WS-APPT-DAY <= 31
                        AND WS-APPT-YEAR >= 1601
                        AND WS-APPT-DATE >= WS-BUSINESS-DATE
                    IF FUNCTION INTEGER-OF-DATE(WS-APPT-DATE) > 0
                        SET VALID-ENTRY TO TRUE
                    END-IF
                END-IF
            END-IF
            IF INVALID-ENTRY
                ADD 1 TO WS-RETRY-COUNT
                IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                    DISPLAY "Too many invalid entries - "
                        "ending session"
                    SET STOP-RUNNING TO TRUE
                ELSE
                    DISPLAY "Invalid date - YYYYMMDD, not before "
                        WS-BUSINESS-DATE " - please re-enter"
                END-IF
            END-IF
        END-IF
    END-PERFORM.

4200-CAPTURE-WINDOW.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Expected from (HHMM) " WITH NO ADVANCING
        PERFORM 4250-ACCEPT-TIME
        MOVE WS-WINDOW-TIME TO WS-FROM-TIME
        IF VALID-ENTRY
            DISPLAY "Expected by (HHMM) " WITH NO ADVANCING
            PERFORM 4250-ACCEPT-TIME
            MOVE WS-WINDOW-TIME TO WS-TO-TIME
            IF VALID-ENTRY AND WS-TO-TIME <= WS-FROM-TIME
                SET INVALID-ENTRY TO TRUE
            END-IF
        END-IF
        IF INVALID-ENTRY
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid window - 24-hour HHMM times, the "
                    "second after the first - please re-enter"
            END-IF
        END-IF
    END-PERFORM.

4250-ACCEPT-TIME.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-WINDOW-TIME
    MOVE SPACES TO WS-TIME-ENTRY
    ACCEPT WS-TIME-ENTRY
    IF WS-TIME-ENTRY NUMERIC
        MOVE WS-TIME-ENTRY TO WS-WINDOW-TIME
        IF WS-WINDOW-HH <= 23 AND WS-WINDOW-MM <= 59
            SET VALID-ENTRY TO TRUE
        END-IF
    END-IF.

4300-CAPTURE-VISITOR.
    MOVE SPACES TO WS-VISITOR-NAME
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL WS-VISITOR-NAME NOT = SPACES OR STOP-RUNNING
        DISPLAY "Visitor name " WITH NO ADVANCING
        ACCEPT WS-VISITOR-NAME
        IF WS-VISITOR-NAME = SPACES
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "The visitor name is required"
            END-IF
        END-IF
    END-PERFORM
    IF NOT STOP-RUNNING
        DISPLAY "Is the visitor's SSN known (Y/N - N = new visitor) "
            WITH NO ADVANCING
        MOVE SPACE TO WS-CONFIRM-ENTRY
        ACCEPT WS-CONFIRM-ENTRY
        IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
            MOVE "N" TO WS-NEW-SW
            PERFORM 4400-CAPTURE-SSN
        ELSE
            MOVE "Y" TO WS-NEW-SW
            DISPLAY "Booked as a new visitor - matched by name "
                "on arrival"
        END-IF
    END-IF.

4400-CAPTURE-SSN.
    SET SSN-INVALID TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL SSN-VALID OR STOP-RUNNING
        DISPLAY "Enter the social security number (9 digits) " WITH NO ADVANCING
        ACCEPT SsNum
        PERFORM 4410-VALIDATE-SSN
        IF SSN-INVALID
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            END-IF
        END-IF
    END-PERFORM.

4410-VALIDATE-SSN.
    IF SsNum NOT NUMERIC
        DISPLAY "Invalid SSN - digits only - please re-enter"
        SET SSN-INVALID TO TRUE
    ELSE
        IF SSArea = 0 OR SSArea = 666 OR (SSArea >= 900 AND SSArea <= 999)
            DISPLAY "Invalid SSN area " SSArea " - please re-enter"
            SET SSN-INVALID TO TRUE
        ELSE
            IF SSGroup = 0
                DISPLAY "Invalid SSN group 00 - please re-enter"
                SET SSN-INVALID TO TRUE
            ELSE
                IF SSSerial = 0
                    DISPLAY "Invalid SSN serial 0000 - please re-enter"
                    SET SSN-INVALID TO TRUE
                ELSE
                    SET SSN-VALID TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF.

4500-CAPTURE-HOST.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Host employee id (5 digits) " WITH NO ADVANCING
        MOVE SPACES TO WS-ID-ENTRY
        ACCEPT WS-ID-ENTRY
        IF WS-ID-ENTRY NUMERIC
            MOVE WS-ID-ENTRY TO WS-EMP-ID
            PERFORM 7100-FIND-RATE
            IF RATE-FOUND AND RT-ACTIVE-SW(WS-RATE-IX) = "A"
                DISPLAY "Host is "
                    FUNCTION TRIM(RT-EMP-NAME(WS-RATE-IX))
                SET VALID-ENTRY TO TRUE
            END-IF
        END-IF
        IF INVALID-ENTRY
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Host must be an active employee on the "
                    "rate master - please re-enter"
            END-IF
        END-IF
    END-PERFORM.

5000-CANCEL-APPOINTMENT.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Appointment number (5 digits) " WITH NO ADVANCING
        MOVE SPACES TO WS-ID-ENTRY
        ACCEPT WS-ID-ENTRY
        IF WS-ID-ENTRY NOT NUMERIC
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid appointment number - five digits - "
                    "please re-enter"
            END-IF
        ELSE
            MOVE WS-ID-ENTRY TO WS-APPT-NO
            SET VALID-ENTRY TO TRUE
        END-IF
    END-PERFORM
    IF NOT STOP-RUNNING
        PERFORM 7250-FIND-APPOINTMENT
        IF APPT-NOT-FOUND
            DISPLAY "Appointment not on the book"
        ELSE
            IF AT-STATUS(WS-APPT-IX) = "X"
                DISPLAY "Appointment is already cancelled"
            ELSE
                MOVE "X" TO AT-STATUS(WS-APPT-IX)
                ADD 1 TO WS-CHANGE-COUNT
                DISPLAY "Appointment cancelled - "
                    FUNCTION TRIM(AT-VISITOR-NAME(WS-APPT-IX))
                    " on " AT-DATE(WS-APPT-IX)
            END-IF
        END-IF
    END-IF.

6000-LIST-APPOINTMENTS.
    PERFORM 4100-CAPTURE-APPT-DATE
    IF NOT STOP-RUNNING
        MOVE 0 TO WS-LIST-COUNT
        DISPLAY "Appointments for " WS-APPT-DATE
        MOVE 0 TO WS-APPT-IX
        PERFORM UNTIL WS-APPT-IX >= WS-APPT-COUNT
            ADD 1 TO WS-APPT-IX
            IF AT-DATE(WS-APPT-IX) = WS-APPT-DATE
                ADD 1 TO WS-LIST-COUNT
                DISPLAY AT-APPT-NO(WS-APPT-IX) " "
                    AT-STATUS(WS-APPT-IX) " "
                    AT-FROM-TIME(WS-APPT-IX) "-"
                    AT-TO-TIME(WS-APPT-IX) " "
                    AT-NEW-SW(WS-APPT-IX) " "
                    FUNCTION TRIM(AT-VISITOR-NAME(WS-APPT-IX))
                    " / host " AT-HOST-ID(WS-APPT-IX) " "
                    FUNCTION TRIM(AT-HOST-NAME(WS-APPT-IX))
            END-IF
        END-PERFORM
        DISPLAY "Appointments listed: " WS-LIST-COUNT
    END-IF.

7000-LOAD-RATE-MASTER.
    MOVE "N" TO WS-RATE-EOF-SW
    MOVE 0 TO WS-RATE-COUNT
    OPEN INPUT RATE-MASTER-FILE
    IF WS-RATEMAST-STATUS = "35"
        DISPLAY "Rate master not found - no host can be "
            "validated - tell the supervisor"
    ELSE
        PERFORM UNTIL END-OF-RATES
            READ RATE-MASTER-FILE
                AT END SET END-OF-RATES TO TRUE
                NOT AT END
                    IF WS-RATE-COUNT < 200
                        ADD 1 TO WS-RATE-COUNT
                        MOVE RM-EMP-ID TO RT-EMP-ID(WS-RATE-COUNT)
                        MOVE RM-EMP-NAME TO RT-EMP-NAME(WS-RATE-COUNT)
                        MOVE RM-ACTIVE-SW
                            TO RT-ACTIVE-SW(WS-RATE-COUNT)
                        IF RT-ACTIVE-SW(WS-RATE-COUNT) = SPACE
                            MOVE "A" TO RT-ACTIVE-SW(WS-RATE-COUNT)
                        END-IF
                    ELSE
                        DISPLAY "Rate master table full - "
                            "record skipped"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATE-MASTER-FILE
    END-IF.

7100-FIND-RATE.
    SET RATE-NOT-FOUND TO TRUE
    MOVE 0 TO WS-RATE-IX
    PERFORM UNTIL RATE-FOUND OR WS-RATE-IX >= WS-RATE-COUNT
        ADD 1 TO WS-RATE-IX
        IF RT-EMP-ID(WS-RATE-IX) = WS-EMP-ID
            SET RATE-FOUND TO TRUE
        END-IF
    END-PERFORM.

7200-LOAD-APPOINTMENTS.
    MOVE "N" TO WS-APPT-EOF-SW
    MOVE 0 TO WS-APPT-COUNT
    MOVE 1 TO WS-NEXT-APPT-NO
    OPEN INPUT APPOINTMENT-FILE
    IF WS-APPTMAST-STATUS = "35"
        OPEN OUTPUT APPOINTMENT-FILE
        CLOSE APPOINTMENT-FILE
        OPEN INPUT APPOINTMENT-FILE
    END-IF
    PERFORM UNTIL END-OF-APPOINTMENTS
        READ APPOINTMENT-FILE
            AT END SET END-OF-APPOINTMENTS TO TRUE
            NOT AT END
                ADD 1 TO WS-LOADED-COUNT
                IF WS-APPT-COUNT < 500
                    ADD 1 TO WS-APPT-COUNT
                    MOVE APPOINTMENT-RECORD
                        TO WS-APPT-ENTRY(WS-APPT-COUNT)
                    IF AP-APPT-NO >= WS-NEXT-APPT-NO
                        COMPUTE WS-NEXT-APPT-NO = AP-APPT-NO + 1
                    END-IF
                ELSE
                    DISPLAY "Appointment table full - "
                        "record skipped"
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPOINTMENT-FILE.

7250-FIND-APPOINTMENT.
    SET APPT-NOT-FOUND TO TRUE
    MOVE 0 TO WS-APPT-IX
    PERFORM UNTIL APPT-FOUND OR WS-APPT-IX >= WS-APPT-COUNT
        ADD 1 TO WS-APPT-IX
        IF AT-APPT-NO(WS-APPT-IX) = WS-APPT-NO
            SET APPT-FOUND TO TRUE
        END-IF
    END-PERFORM.

7300-SAVE-APPOINTMENTS.
    OPEN OUTPUT APPOINTMENT-FILE
    IF WS-APPTMAST-STATUS NOT = "00"
        DISPLAY "Appointment book save open failed - file status "
            WS-APPTMAST-STATUS " - tell the supervisor"
    ELSE
        MOVE 0 TO WS-APPT-IX
        PERFORM UNTIL WS-APPT-IX >= WS-APPT-COUNT
            ADD 1 TO WS-APPT-IX
            IF AT-DATE(WS-APPT-IX) >= WS-BUSINESS-DATE
                MOVE WS-APPT-ENTRY(WS-APPT-IX) TO APPOINTMENT-RECORD
                WRITE APPOINTMENT-RECORD
                IF WS-APPTMAST-STATUS NOT = "00"
                    DISPLAY "Appointment book write failed - file "
                        "status " WS-APPTMAST-STATUS
                        " - tell the supervisor"
                    MOVE WS-APPT-COUNT TO WS-APPT-IX
                END-IF
            END-IF
        END-PERFORM
        CLOSE APPOINTMENT-FILE
    END-IF.

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
    PERFORM 7300-SAVE-APPOINTMENTS.

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
        MOVE "COBOLTUX" TO OL-PROGRAM
        MOVE WS-TODAY TO OL-DATE
        MOVE WS-START-TIME TO OL-START-TIME
        ACCEPT WS-TIME-RAW FROM TIME
        MOVE WS-TIME-HHMMSS TO OL-END-TIME
        MOVE WS-LOADED-COUNT TO OL-RECORDS-IN
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
