*> September 2nd 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 14th 2026 - appointment report: the day's APPTMAST bookings
*> are joined to the APPTLOG arrival matches from coboltut/coboltub
*> and printed to APPTRPT by host as on time (arrived by the end of
*> the booked window), late, no-show or cancelled, with the number of
*> walk-in visitors (intake records with no appointment match) shown
*> separately.  APPTLOG is reset with the other current files.
*> October 14th 2026 - step control: the run first checks the STEPCTL
*> step-control dataset and refuses (return code 8, nothing touched)
*> when its scheduled predecessors have not completed for the CYCLEDT
*> business date or it has already completed for that date, unless an
*> operator has recorded an authorised rerun with coboltvc.  The end
*> of the run is recorded on STEPCTL (complete below return code 8,
*> failed otherwise) for the programs that follow it.
*> October 15th 2026 - when APPTRPT cannot be opened APPTLOG is kept
*> rather than reset, so the day's arrival matches are not lost with
*> the report unprinted, and the run ends with return code 4.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DEPART-FILE ASSIGN TO "DEPARTLG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPART-STATUS.
    SELECT APPOINTMENT-FILE ASSIGN TO "APPTMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPTMAST-STATUS.
    SELECT APPT-LOG-FILE ASSIGN TO "APPTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPTLOG-STATUS.
    SELECT APPT-REPORT-FILE ASSIGN TO "APPTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPTRPT-STATUS.
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
    05 DP-SSGROUP PIC 99.
    05 DP-SSSERIAL PIC 9999.

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

FD APPT-LOG-FILE.
01 APPT-LOG-RECORD.
    05 AM-DATE PIC 9(8).
    05 AM-APPT-NO PIC 9(5).
    05 AM-TIME PIC 9(6).
    05 AM-SOURCE PIC X(5).
    05 AM-SSN PIC X(9).

FD APPT-REPORT-FILE.
01 APPT-REPORT-LINE PIC X(80).

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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTUC".
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
    88 END-OF-INPUT VALUE "Y".
01 WS-ARCHIVE-FAIL-SW PIC X VALUE "N".
    88 ARCHIVE-FAILED VALUE "Y".
01 WS-APPTRPT-FAIL-SW PIC X VALUE "N".
    88 APPT-REPORT-FAILED VALUE "Y".
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
01 WS-NEXT-DATE PIC 9(8) VALUE 0.
01 WS-ARCHIVE-LINE.
    05 AR-INTAKE PIC X(57).
    05 AR-OUT-TIME PIC 9(6).
01 WS-APPTMAST-STATUS PIC XX VALUE "00".
01 WS-APPTLOG-STATUS PIC XX VALUE "00".
01 WS-APPTRPT-STATUS PIC XX VALUE "00".
01 WS-APPT-EOF-SW PIC X VALUE "N".
    88 END-OF-APPOINTMENTS VALUE "Y".
01 WS-MATCH-SW PIC X VALUE "N".
    88 MATCH-FOUND VALUE "Y".
    88 MATCH-NOT-FOUND VALUE "N".
01 WS-SORT-SW PIC X VALUE "N".
    88 APPOINTMENTS-SORTED VALUE "Y".
01 WS-APPT-COUNT PIC 999 VALUE 0.
01 WS-APPT-IX PIC 999 VALUE 0.
01 WS-APPT-TABLE.
    05 WS-APPT-ENTRY OCCURS 500 TIMES.
        10 AT-APPT-NO PIC 9(5).
        10 AT-FROM-TIME PIC 9(4).
        10 AT-TO-TIME PIC 9(4).
        10 AT-VISITOR-NAME PIC X(30).
        10 AT-HOST-ID PIC 9(5).
        10 AT-HOST-NAME PIC X(30).
        10 AT-STATUS PIC X.
        10 AT-ARRIVE-TIME PIC 9(6).
        10 AT-SOURCE PIC X(5).
01 WS-SWAP-ENTRY PIC X(90).
01 WS-MATCH-COUNT PIC 999 VALUE 0.
01 WS-MATCH-IX PIC 999 VALUE 0.
01 WS-MATCH-TABLE.
    05 WS-MATCH-ENTRY OCCURS 500 TIMES.
        10 MT-APPT-NO PIC 9(5).
        10 MT-SSN PIC X(9).
        10 MT-TIME PIC 9(6).
        10 MT-SOURCE PIC X(5).
        10 MT-USED-SW PIC X.
01 WS-ARRIVE-HHMM PIC 9(4) VALUE 0.
01 WS-PREV-HOST-ID PIC 9(5) VALUE 0.
01 WS-ARRIVAL-COUNT PIC 9(5) VALUE 0.
01 WS-WALKIN-COUNT PIC 9(5) VALUE 0.
01 WS-BOOKED-COUNT PIC 9(5) VALUE 0.
01 WS-ONTIME-COUNT PIC 9(5) VALUE 0.
01 WS-LATE-COUNT PIC 9(5) VALUE 0.
01 WS-NOSHOW-COUNT PIC 9(5) VALUE 0.
01 WS-CANCEL-COUNT PIC 9(5) VALUE 0.
01 WS-HOST-ONTIME PIC 999 VALUE 0.
01 WS-HOST-LATE PIC 999 VALUE 0.
01 WS-HOST-NOSHOW PIC 999 VALUE 0.
01 WS-HOST-CANCEL PIC 999 VALUE 0.
01 WS-APPT-HEADING-1 PIC X(80) VALUE
    "APPOINTMENT ARRIVALS BY HOST".
01 WS-APPT-HEADING-2 PIC X(80) VALUE ALL "-".
01 WS-APPT-DATE-LINE.
    05 FILLER PIC X(25) VALUE "BUSINESS DATE:".
    05 AH-DATE PIC 9(8).
01 WS-APPT-HOST-LINE.
    05 FILLER PIC X(5) VALUE "HOST ".
    05 AH-HOST-ID PIC 9(5).
    05 FILLER PIC X(2) VALUE SPACES.
    05 AH-HOST-NAME PIC X(30).
01 WS-APPT-DETAIL-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 AD-APPT-NO PIC 9(5).
    05 FILLER PIC X(2) VALUE SPACES.
    05 AD-VISITOR-NAME PIC X(30).
    05 FILLER PIC X(2) VALUE SPACES.
    05 AD-FROM-TIME PIC 9(4).
    05 FILLER PIC X(1) VALUE "-".
    05 AD-TO-TIME PIC 9(4).
    05 FILLER PIC X(2) VALUE SPACES.
    05 AD-ARRIVED PIC X(6).
    05 FILLER PIC X(2) VALUE SPACES.
    05 AD-RESULT PIC X(9).
01 WS-APPT-HOST-TOTAL-LINE.
    05 FILLER PIC X(12) VALUE SPACES.
    05 FILLER PIC X(9) VALUE "ON TIME:".
    05 AHT-ONTIME PIC ZZ9.
    05 FILLER PIC X(8) VALUE "  LATE:".
    05 AHT-LATE PIC ZZ9.
    05 FILLER PIC X(11) VALUE "  NO-SHOW:".
    05 AHT-NOSHOW PIC ZZ9.
    05 FILLER PIC X(13) VALUE "  CANCELLED:".
    05 AHT-CANCEL PIC ZZ9.
01 WS-APPT-SUMMARY-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 AS-LABEL PIC X(30).
    05 AS-COUNT PIC ZZZZ9.

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
    PERFORM 2000-LOAD-DEPARTURES
    PERFORM 2200-LOAD-APPOINTMENTS
    PERFORM 2300-LOAD-APPOINTMENT-MATCHES
    PERFORM 3000-ARCHIVE-INTAKE
    IF NOT ARCHIVE-FAILED
        PERFORM 4000-ARCHIVE-REPORT
            "failed - current files and cycle date left untouched"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 7000-WRITE-APPOINTMENT-REPORT
        PERFORM 5000-RESET-CURRENT-FILES
        PERFORM 6000-ROLL-CYCLE-DATE
        DISPLAY "Cycle " WS-BUSINESS-DATE " closed - "
            WS-INTAKE-COUNT " intake and " WS-REPORT-COUNT
            " report records archived - next cycle " WS-NEXT-DATE
        IF APPT-REPORT-FAILED
            DISPLAY "Appointment report not printed for "
                WS-BUSINESS-DATE " - APPTLOG kept, not reset"
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
        END-IF
    END-PERFORM.

2200-LOAD-APPOINTMENTS.
    MOVE "N" TO WS-APPT-EOF-SW
    MOVE 0 TO WS-APPT-COUNT
    OPEN INPUT APPOINTMENT-FILE
    IF WS-APPTMAST-STATUS = "00"
        PERFORM UNTIL END-OF-APPOINTMENTS
            READ APPOINTMENT-FILE
                AT END SET END-OF-APPOINTMENTS TO TRUE
                NOT AT END
                    IF AP-DATE = WS-BUSINESS-DATE
                        IF WS-APPT-COUNT < 500
                            ADD 1 TO WS-APPT-COUNT
                            MOVE AP-APPT-NO TO AT-APPT-NO(WS-APPT-COUNT)
                            MOVE AP-FROM-TIME
                                TO AT-FROM-TIME(WS-APPT-COUNT)
                            MOVE AP-TO-TIME TO AT-TO-TIME(WS-APPT-COUNT)
                            MOVE AP-VISITOR-NAME
                                TO AT-VISITOR-NAME(WS-APPT-COUNT)
                            MOVE AP-HOST-ID TO AT-HOST-ID(WS-APPT-COUNT)
                            MOVE AP-HOST-NAME
                                TO AT-HOST-NAME(WS-APPT-COUNT)
                            MOVE AP-STATUS TO AT-STATUS(WS-APPT-COUNT)
                            MOVE ZEROS TO AT-ARRIVE-TIME(WS-APPT-COUNT)
                            MOVE SPACES TO AT-SOURCE(WS-APPT-COUNT)
                        ELSE
                            DISPLAY "Appointment table full - "
                                "appointment " AP-APPT-NO
                                " left off the appointment report"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPOINTMENT-FILE
    END-IF.

2300-LOAD-APPOINTMENT-MATCHES.
    MOVE "N" TO WS-APPT-EOF-SW
    MOVE 0 TO WS-MATCH-COUNT
    OPEN INPUT APPT-LOG-FILE
    IF WS-APPTLOG-STATUS = "35"
        OPEN OUTPUT APPT-LOG-FILE
        CLOSE APPT-LOG-FILE
        OPEN INPUT APPT-LOG-FILE
    END-IF
    PERFORM UNTIL END-OF-APPOINTMENTS
        READ APPT-LOG-FILE
            AT END SET END-OF-APPOINTMENTS TO TRUE
            NOT AT END
                IF AM-DATE NUMERIC
                        AND AM-DATE = WS-BUSINESS-DATE
                    IF WS-MATCH-COUNT < 500
                        ADD 1 TO WS-MATCH-COUNT
                        MOVE AM-APPT-NO TO MT-APPT-NO(WS-MATCH-COUNT)
                        MOVE AM-SSN TO MT-SSN(WS-MATCH-COUNT)
                        MOVE AM-TIME TO MT-TIME(WS-MATCH-COUNT)
                        MOVE AM-SOURCE TO MT-SOURCE(WS-MATCH-COUNT)
                        MOVE "N" TO MT-USED-SW(WS-MATCH-COUNT)
                    ELSE
                        DISPLAY "Appointment match table full - "
                            "later arrivals counted as walk-ins"
                    END-IF
                    MOVE 0 TO WS-APPT-IX
                    PERFORM UNTIL WS-APPT-IX >= WS-APPT-COUNT
                        ADD 1 TO WS-APPT-IX
                        IF AT-APPT-NO(WS-APPT-IX) = AM-APPT-NO
                                AND AT-SOURCE(WS-APPT-IX) = SPACES
                            MOVE AM-TIME TO AT-ARRIVE-TIME(WS-APPT-IX)
                            MOVE AM-SOURCE TO AT-SOURCE(WS-APPT-IX)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPT-LOG-FILE.

2400-COUNT-ARRIVAL.
    ADD 1 TO WS-ARRIVAL-COUNT
    MOVE IN-SSAREA TO WS-INTAKE-SSN(1:3)
    MOVE IN-SSGROUP TO WS-INTAKE-SSN(4:2)
    MOVE IN-SSSERIAL TO WS-INTAKE-SSN(6:4)
    SET MATCH-NOT-FOUND TO TRUE
    MOVE 0 TO WS-MATCH-IX
    PERFORM UNTIL MATCH-FOUND OR WS-MATCH-IX >= WS-MATCH-COUNT
        ADD 1 TO WS-MATCH-IX
        IF MT-SSN(WS-MATCH-IX) = WS-INTAKE-SSN
                AND MT-USED-SW(WS-MATCH-IX) = "N"
            SET MATCH-FOUND TO TRUE
            MOVE "Y" TO MT-USED-SW(WS-MATCH-IX)
        END-IF
    END-PERFORM
    IF MATCH-NOT-FOUND
        ADD 1 TO WS-WALKIN-COUNT
    END-IF.

3000-ARCHIVE-INTAKE.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT INTAKE-FILE
                                TO AR-OUT-TIME
                            MOVE "Y" TO DT-USED-SW(WS-DEPART-IX)
                        END-IF
                        IF IN-PROC-DATE = WS-BUSINESS-DATE
                            PERFORM 2400-COUNT-ARRIVAL
                        END-IF
                    END-IF
                    WRITE ARCHIVE-INTAKE-RECORD
                        FROM WS-ARCHIVE-LINE
    OPEN OUTPUT REPORT-FILE
    CLOSE REPORT-FILE
    OPEN OUTPUT DEPART-FILE
    CLOSE DEPART-FILE
    IF NOT APPT-REPORT-FAILED
        OPEN OUTPUT APPT-LOG-FILE
        CLOSE APPT-LOG-FILE
    END-IF.

6000-ROLL-CYCLE-DATE.
    COMPUTE WS-DATE-INTEGER =
    WRITE CYCLE-RECORD
    CLOSE CYCLE-FILE.

7000-WRITE-APPOINTMENT-REPORT.
    OPEN OUTPUT APPT-REPORT-FILE
    IF WS-APPTRPT-STATUS NOT = "00"
        SET APPT-REPORT-FAILED TO TRUE
        DISPLAY "Appointment report open failed - file status "
            WS-APPTRPT-STATUS " - appointment report not printed"
    ELSE
        PERFORM 7100-SORT-APPOINTMENTS
        WRITE APPT-REPORT-LINE FROM WS-APPT-HEADING-1
        WRITE APPT-REPORT-LINE FROM WS-APPT-HEADING-2
        MOVE WS-BUSINESS-DATE TO AH-DATE
        WRITE APPT-REPORT-LINE FROM WS-APPT-DATE-LINE
        MOVE 0 TO WS-PREV-HOST-ID
        MOVE 0 TO WS-APPT-IX
        PERFORM UNTIL WS-APPT-IX >= WS-APPT-COUNT
            ADD 1 TO WS-APPT-IX
            IF WS-APPT-IX = 1
                    OR AT-HOST-ID(WS-APPT-IX) NOT = WS-PREV-HOST-ID
                IF WS-APPT-IX > 1
                    PERFORM 7300-WRITE-HOST-TOTAL
                END-IF
                MOVE AT-HOST-ID(WS-APPT-IX) TO WS-PREV-HOST-ID
                MOVE SPACES TO APPT-REPORT-LINE
                WRITE APPT-REPORT-LINE
                MOVE AT-HOST-ID(WS-APPT-IX) TO AH-HOST-ID
                MOVE AT-HOST-NAME(WS-APPT-IX) TO AH-HOST-NAME
                WRITE APPT-REPORT-LINE FROM WS-APPT-HOST-LINE
            END-IF
            PERFORM 7200-WRITE-APPOINTMENT-LINE
        END-PERFORM
        IF WS-APPT-COUNT > 0
            PERFORM 7300-WRITE-HOST-TOTAL
        END-IF
        WRITE APPT-REPORT-LINE FROM WS-APPT-HEADING-2
        MOVE "APPOINTMENTS BOOKED:" TO AS-LABEL
        MOVE WS-BOOKED-COUNT TO AS-COUNT
        WRITE APPT-REPORT-LINE FROM WS-APPT-SUMMARY-LINE
        MOVE "ARRIVED ON TIME:" TO AS-LABEL
        MOVE WS-ONTIME-COUNT TO AS-COUNT
        WRITE APPT-REPORT-LINE FROM WS-APPT-SUMMARY-LINE
        MOVE "ARRIVED LATE:" TO AS-LABEL
        MOVE WS-LATE-COUNT TO AS-COUNT
        WRITE APPT-REPORT-LINE FROM WS-APPT-SUMMARY-LINE
        MOVE "NO-SHOWS:" TO AS-LABEL
        MOVE WS-NOSHOW-COUNT TO AS-COUNT
        WRITE APPT-REPORT-LINE FROM WS-APPT-SUMMARY-LINE
        MOVE "CANCELLED:" TO AS-LABEL
        MOVE WS-CANCEL-COUNT TO AS-COUNT
        WRITE APPT-REPORT-LINE FROM WS-APPT-SUMMARY-LINE
        MOVE "WALK-IN VISITORS:" TO AS-LABEL
        MOVE WS-WALKIN-COUNT TO AS-COUNT
        WRITE APPT-REPORT-LINE FROM WS-APPT-SUMMARY-LINE
        MOVE "TOTAL ARRIVALS:" TO AS-LABEL
        MOVE WS-ARRIVAL-COUNT TO AS-COUNT
        WRITE APPT-REPORT-LINE FROM WS-APPT-SUMMARY-LINE
        CLOSE APPT-REPORT-FILE
        DISPLAY "Appointments " WS-BOOKED-COUNT " - "
            WS-ONTIME-COUNT " on time, " WS-LATE-COUNT " late, "
            WS-NOSHOW-COUNT " no-show - " WS-WALKIN-COUNT
            " walk-ins"
    END-IF.

7100-SORT-APPOINTMENTS.
    MOVE "N" TO WS-SORT-SW
    PERFORM UNTIL APPOINTMENTS-SORTED
        SET APPOINTMENTS-SORTED TO TRUE
        MOVE 0 TO WS-APPT-IX
        PERFORM UNTIL WS-APPT-IX >= WS-APPT-COUNT - 1
            ADD 1 TO WS-APPT-IX
            IF AT-HOST-ID(WS-APPT-IX) > AT-HOST-ID(WS-APPT-IX + 1)
                    OR (AT-HOST-ID(WS-APPT-IX) = AT-HOST-ID(WS-APPT-IX + 1)
                    AND AT-FROM-TIME(WS-APPT-IX)
                        > AT-FROM-TIME(WS-APPT-IX + 1))
                MOVE WS-APPT-ENTRY(WS-APPT-IX) TO WS-SWAP-ENTRY
                MOVE WS-APPT-ENTRY(WS-APPT-IX + 1)
                    TO WS-APPT-ENTRY(WS-APPT-IX)
                MOVE WS-SWAP-ENTRY TO WS-APPT-ENTRY(WS-APPT-IX + 1)
                MOVE "N" TO WS-SORT-SW
            END-IF
        END-PERFORM
    END-PERFORM.

7200-WRITE-APPOINTMENT-LINE.
    MOVE AT-APPT-NO(WS-APPT-IX) TO AD-APPT-NO
    MOVE AT-VISITOR-NAME(WS-APPT-IX) TO AD-VISITOR-NAME
    MOVE AT-FROM-TIME(WS-APPT-IX) TO AD-FROM-TIME
    MOVE AT-TO-TIME(WS-APPT-IX) TO AD-TO-TIME
    MOVE SPACES TO AD-ARRIVED
    IF AT-STATUS(WS-APPT-IX) = "X"
        MOVE "CANCELLED" TO AD-RESULT
        ADD 1 TO WS-CANCEL-COUNT
        ADD 1 TO WS-HOST-CANCEL
    ELSE
        ADD 1 TO WS-BOOKED-COUNT
        IF AT-SOURCE(WS-APPT-IX) = SPACES
            MOVE "NO-SHOW" TO AD-RESULT
            ADD 1 TO WS-NOSHOW-COUNT
            ADD 1 TO WS-HOST-NOSHOW
        ELSE
            IF AT-SOURCE(WS-APPT-IX) = "BATCH"
                MOVE "BATCH" TO AD-ARRIVED
                MOVE 0 TO WS-ARRIVE-HHMM
            ELSE
                MOVE AT-ARRIVE-TIME(WS-APPT-IX) TO AD-ARRIVED
                MOVE AT-ARRIVE-TIME(WS-APPT-IX)(1:4) TO WS-ARRIVE-HHMM
            END-IF
            IF WS-ARRIVE-HHMM > AT-TO-TIME(WS-APPT-IX)
                MOVE "LATE" TO AD-RESULT
                ADD 1 TO WS-LATE-COUNT
                ADD 1 TO WS-HOST-LATE
            ELSE
                MOVE "ON TIME" TO AD-RESULT
                ADD 1 TO WS-ONTIME-COUNT
                ADD 1 TO WS-HOST-ONTIME
            END-IF
        END-IF
    END-IF
    WRITE APPT-REPORT-LINE FROM WS-APPT-DETAIL-LINE.

7300-WRITE-HOST-TOTAL.
    MOVE WS-HOST-ONTIME TO AHT-ONTIME
    MOVE WS-HOST-LATE TO AHT-LATE
    MOVE WS-HOST-NOSHOW TO AHT-NOSHOW
    MOVE WS-HOST-CANCEL TO AHT-CANCEL
    WRITE APPT-REPORT-LINE FROM WS-APPT-HOST-TOTAL-LINE
    MOVE 0 TO WS-HOST-ONTIME
    MOVE 0 TO WS-HOST-LATE
    MOVE 0 TO WS-HOST-NOSHOW
    MOVE 0 TO WS-HOST-CANCEL.

8900-WRITE-OPS-LOG.
    OPEN INPUT OPS-LOG-FILE
    IF WS-OPSLOG-STATUS = "35"
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
