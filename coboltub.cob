*> September 2nd 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 14th 2026 - visitor appointments: accepted records are
*> matched against today's APPTMAST bookings the same way coboltut
*> does (SSN, or name for a new visitor booked without one); the host
*> is listed in the job log and the match is appended to APPTLOG with
*> source BATCH for the coboltuc appointment report.
*> October 14th 2026 - security watch list: records whose SSN or name
*> matches an active WATCHLST entry go to SUSPENSE with reason SECW
*> and are logged to the restricted SECALERT report and to AUDITLOG
*> with source WATCH.  A record resubmitted through COBTUR passes
*> only when security has recorded a SECREL release for its SSN on
*> the current business date; the release is logged the same way.
*> October 14th 2026 - step control: the run first checks the STEPCTL
*> step-control dataset and refuses (return code 8, nothing touched)
*> when its scheduled predecessors have not completed for the CYCLEDT
*> business date or it has already completed for that date, unless an
*> operator has recorded an authorised rerun with coboltvc.  The end
*> of the run is recorded on STEPCTL (complete below return code 8,
*> failed otherwise) for the programs that follow it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT APPOINTMENT-FILE ASSIGN TO "APPTMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPTMAST-STATUS.
    SELECT APPT-LOG-FILE ASSIGN TO "APPTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPTLOG-STATUS.
    SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WATCHLST-STATUS.
    SELECT SECURITY-RELEASE-FILE ASSIGN TO "SECREL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECREL-STATUS.
    SELECT SECURITY-ALERT-FILE ASSIGN TO "SECALERT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECALERT-STATUS.
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
    05 AUD-SSGROUP PIC 99.
    05 AUD-SSSERIAL PIC 9999.

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

FD WATCH-LIST-FILE.
01 WATCH-LIST-RECORD.
    05 WL-ENTRY-NO PIC 9(5).
    05 WL-SSN PIC X(9).
    05 WL-NAME PIC X(30).
    05 WL-REASON PIC X(30).
    05 WL-OFFICER PIC X(10).
    05 WL-EFF-DATE PIC 9(8).
    05 WL-EXP-DATE PIC 9(8).
    05 WL-STATUS PIC X.

FD SECURITY-RELEASE-FILE.
01 SECURITY-RELEASE-RECORD.
    05 SR-DATE PIC 9(8).
    05 SR-SSN PIC X(9).
    05 SR-OFFICER PIC X(10).
    05 SR-REASON PIC X(30).
    05 SR-TIME PIC 9(6).

FD SECURITY-ALERT-FILE.
01 SECURITY-ALERT-LINE.
    05 SA-DATE PIC 9(8).
    05 FILLER PIC X.
    05 SA-TIME PIC 9(6).
    05 FILLER PIC X.
    05 SA-SOURCE PIC X(5).
    05 FILLER PIC X.
    05 SA-ENTRY-NO PIC 9(5).
    05 FILLER PIC X.
    05 SA-MATCH PIC X(4).
    05 FILLER PIC X.
    05 SA-NAME PIC X(30).
    05 FILLER PIC X.
    05 SA-SSN PIC X(9).
    05 FILLER PIC X.
    05 SA-REASON PIC X(30).
    05 FILLER PIC X.
    05 SA-OFFICER PIC X(10).
    05 FILLER PIC X.
    05 SA-ACTION PIC X(9).

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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTUB".
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
01 WS-EOF-SW PIC X VALUE "N".
    05 RPT-PROC-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-PROC-TIME PIC 9(6).
01 WS-APPTMAST-STATUS PIC XX VALUE "00".
01 WS-APPTLOG-STATUS PIC XX VALUE "00".
01 WS-APPT-EOF-SW PIC X VALUE "N".
    88 END-OF-APPOINTMENTS VALUE "Y".
01 WS-APPT-SW PIC X VALUE "N".
    88 APPT-MATCHED VALUE "Y".
    88 APPT-NOT-MATCHED VALUE "N".
01 WS-APPT-MATCH-COUNT PIC 9(5) VALUE 0.
01 WS-EXP-COUNT PIC 999 VALUE 0.
01 WS-EXP-IX PIC 999 VALUE 0.
01 WS-EXPECTED-TABLE.
    05 WS-EXPECTED-ENTRY OCCURS 200 TIMES.
        10 EX-APPT-NO PIC 9(5).
        10 EX-FROM-TIME PIC 9(4).
        10 EX-TO-TIME PIC 9(4).
        10 EX-VISITOR-NAME PIC X(30).
        10 EX-NEW-SW PIC X.
        10 EX-SSN PIC X(9).
        10 EX-HOST-ID PIC 9(5).
        10 EX-HOST-NAME PIC X(30).
        10 EX-ARRIVED-SW PIC X.
01 WS-MATCH-NAME PIC X(30) VALUE SPACES.
01 WS-WATCHLST-STATUS PIC XX VALUE "00".
01 WS-SECREL-STATUS PIC XX VALUE "00".
01 WS-SECALERT-STATUS PIC XX VALUE "00".
01 WS-WATCH-EOF-SW PIC X VALUE "N".
    88 END-OF-WATCH-LIST VALUE "Y".
01 WS-WATCH-HIT-SW PIC X VALUE "N".
    88 WATCH-HIT VALUE "Y".
    88 WATCH-NOT-HIT VALUE "N".
01 WS-RELEASE-SW PIC X VALUE "N".
    88 SECURITY-RELEASED VALUE "Y".
    88 SECURITY-NOT-RELEASED VALUE "N".
01 WS-WATCH-HOLD-COUNT PIC 9(5) VALUE 0.
01 WS-WATCH-COUNT PIC 999 VALUE 0.
01 WS-WATCH-IX PIC 999 VALUE 0.
01 WS-WATCH-TABLE.
    05 WS-WATCH-ENTRY OCCURS 500 TIMES.
        10 WT-ENTRY-NO PIC 9(5).
        10 WT-SSN PIC X(9).
        10 WT-NAME PIC X(30).
        10 WT-REASON PIC X(30).
        10 WT-OFFICER PIC X(10).
01 WS-RELEASE-COUNT PIC 999 VALUE 0.
01 WS-RELEASE-IX PIC 999 VALUE 0.
01 WS-RELEASE-TABLE.
    05 WS-RELEASE-ENTRY OCCURS 200 TIMES.
        10 RL-SSN PIC X(9).
01 WS-WATCH-MATCH PIC X(4) VALUE SPACES.

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
    PERFORM UNTIL END-OF-BATCH
        PERFORM 2000-READ-BATCH-RECORD
    END-PERFORM
    DISPLAY "Batch complete - " WS-ACCEPT-COUNT " accepted, "
        WS-REJECT-COUNT " rejected"
    DISPLAY "Appointments matched this run: " WS-APPT-MATCH-COUNT
    IF WS-WATCH-HOLD-COUNT > 0
        DISPLAY "Held for security review (SECW): "
            WS-WATCH-HOLD-COUNT " - see SECALERT"
    END-IF
    PERFORM 7100-MARK-RUN-COMPLETE
    PERFORM 8000-WRITE-BATCH-CONTROL
    PERFORM 9000-TERMINATE
            " - intake and report files may not reconcile"
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 8950-UPDATE-STEP-CONTROL
    PERFORM 8900-WRITE-OPS-LOG
    STOP RUN.

0500-CHECK-STEP-CONTROL.
    ACCEPT WS-TIME-RAW FROM TIME
    MOVE WS-TIME-HHMMSS TO WS-START-TIME
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
    ACCEPT WS-TIME-RAW FROM TIME
    MOVE WS-TIME-HHMMSS TO WS-START-TIME
    END-IF
    OPEN EXTEND AUDIT-FILE
    PERFORM 6000-OPEN-MASTER
    PERFORM 6800-LOAD-APPOINTMENTS
    PERFORM 6850-LOAD-APPOINTMENT-MATCHES
    PERFORM 6600-LOAD-WATCH-LIST
    PERFORM 6650-LOAD-SECURITY-RELEASES
    OPEN INPUT SECURITY-ALERT-FILE
    IF WS-SECALERT-STATUS = "35"
        OPEN OUTPUT SECURITY-ALERT-FILE
        CLOSE SECURITY-ALERT-FILE
    ELSE
        CLOSE SECURITY-ALERT-FILE
    END-IF
    OPEN EXTEND SECURITY-ALERT-FILE
    PERFORM 1500-CHECK-RESTART
    IF RESTART-MODE
        PERFORM 1600-SKIP-PROCESSED
                    IF MASTER-FOUND AND VM-ACTIVE-SW = "A"
                        MOVE VM-NAME TO BI-NAME
                    END-IF
                    PERFORM 3200-SCREEN-WATCH-LIST
                    IF WATCH-HIT AND SECURITY-NOT-RELEASED
                        MOVE "SECW" TO WS-REJECT-REASON
                        PERFORM 3500-WRITE-SUSPENSE-RECORD
                        ADD 1 TO WS-WATCH-HOLD-COUNT
                        DISPLAY "Held record " WS-READ-COUNT
                            " - security review"
                    ELSE
                        COMPUTE Total = BI-NUM1 + BI-NUM2
                        PERFORM 4000-WRITE-INTAKE-RECORD
                        PERFORM 5000-WRITE-REPORT-RECORD
                        PERFORM 5500-WRITE-AUDIT-RECORD
                        PERFORM 6200-POST-MASTER-VISIT
                        PERFORM 6700-ADD-DAY-SSN
                        PERFORM 6900-MATCH-APPOINTMENT
                        IF APPT-MATCHED
                            PERFORM 6950-WRITE-APPT-MATCH
                        END-IF
                        ADD 1 TO WS-ACCEPT-COUNT
                    END-IF
                END-IF
            END-IF
        END-IF
        END-IF
    END-IF.

3200-SCREEN-WATCH-LIST.
    SET WATCH-NOT-HIT TO TRUE
    SET SECURITY-NOT-RELEASED TO TRUE
    MOVE 0 TO WS-WATCH-IX
    PERFORM UNTIL WATCH-HIT OR WS-WATCH-IX >= WS-WATCH-COUNT
        ADD 1 TO WS-WATCH-IX
        IF WT-SSN(WS-WATCH-IX) = BI-SSN
            SET WATCH-HIT TO TRUE
            MOVE "SSN" TO WS-WATCH-MATCH
        END-IF
    END-PERFORM
    IF WATCH-NOT-HIT
        MOVE FUNCTION UPPER-CASE(BI-NAME) TO WS-MATCH-NAME
        MOVE 0 TO WS-WATCH-IX
        PERFORM UNTIL WATCH-HIT OR WS-WATCH-IX >= WS-WATCH-COUNT
            ADD 1 TO WS-WATCH-IX
            IF WT-NAME(WS-WATCH-IX) NOT = SPACES
                    AND WT-NAME(WS-WATCH-IX) = WS-MATCH-NAME
                SET WATCH-HIT TO TRUE
                MOVE "NAME" TO WS-WATCH-MATCH
            END-IF
        END-PERFORM
    END-IF
    IF WATCH-HIT
        MOVE 0 TO WS-RELEASE-IX
        PERFORM UNTIL SECURITY-RELEASED
                OR WS-RELEASE-IX >= WS-RELEASE-COUNT
            ADD 1 TO WS-RELEASE-IX
            IF RL-SSN(WS-RELEASE-IX) = BI-SSN
                SET SECURITY-RELEASED TO TRUE
            END-IF
        END-PERFORM
        PERFORM 3250-WRITE-SECURITY-ALERT
    END-IF.

3250-WRITE-SECURITY-ALERT.
    MOVE SPACES TO SECURITY-ALERT-LINE
    MOVE WS-BUSINESS-DATE TO SA-DATE
    ACCEPT WS-TIME-RAW FROM TIME
    MOVE WS-TIME-HHMMSS TO SA-TIME
    MOVE "BATCH" TO SA-SOURCE
    MOVE WT-ENTRY-NO(WS-WATCH-IX) TO SA-ENTRY-NO
    MOVE WS-WATCH-MATCH TO SA-MATCH
    MOVE BI-NAME TO SA-NAME
    MOVE BI-SSN TO SA-SSN
    MOVE WT-REASON(WS-WATCH-IX) TO SA-REASON
    MOVE WT-OFFICER(WS-WATCH-IX) TO SA-OFFICER
    IF SECURITY-RELEASED
        MOVE "RELEASED" TO SA-ACTION
    ELSE
        MOVE "SUSPENDED" TO SA-ACTION
    END-IF
    WRITE SECURITY-ALERT-LINE
    IF WS-SECALERT-STATUS NOT = "00"
        ADD 1 TO WS-WRITE-FAIL-COUNT
        DISPLAY "Security alert write failed - file status "
            WS-SECALERT-STATUS
    END-IF
    MOVE WS-BUSINESS-DATE TO AUD-DATE
    MOVE WS-TIME-HHMMSS TO AUD-TIME
    MOVE "WATCH" TO AUD-SOURCE
    MOVE BI-NAME TO AUD-NAME
    MOVE BI-SSAREA TO AUD-SSAREA
    MOVE BI-SSGROUP TO AUD-SSGROUP
    MOVE BI-SSSERIAL TO AUD-SSSERIAL
    WRITE AUDIT-RECORD
    IF WS-AUDIT-STATUS NOT = "00"
        ADD 1 TO WS-WRITE-FAIL-COUNT
        DISPLAY "Audit write failed for " BI-NAME
            " - file status " WS-AUDIT-STATUS
    END-IF.

3500-WRITE-SUSPENSE-RECORD.
    MOVE WS-REJECT-REASON TO SUS-REASON
    MOVE BI-NAME TO SUS-NAME
        END-IF
    END-IF.

6600-LOAD-WATCH-LIST.
    MOVE "N" TO WS-WATCH-EOF-SW
    MOVE 0 TO WS-WATCH-COUNT
    OPEN INPUT WATCH-LIST-FILE
    IF WS-WATCHLST-STATUS = "00"
        PERFORM UNTIL END-OF-WATCH-LIST
            READ WATCH-LIST-FILE
                AT END SET END-OF-WATCH-LIST TO TRUE
                NOT AT END
                    IF WL-STATUS = "A"
                            AND WL-EFF-DATE <= WS-BUSINESS-DATE
                            AND WL-EXP-DATE >= WS-BUSINESS-DATE
                        IF WS-WATCH-COUNT < 500
                            ADD 1 TO WS-WATCH-COUNT
                            MOVE WL-ENTRY-NO
                                TO WT-ENTRY-NO(WS-WATCH-COUNT)
                            MOVE WL-SSN TO WT-SSN(WS-WATCH-COUNT)
                            MOVE FUNCTION UPPER-CASE(WL-NAME)
                                TO WT-NAME(WS-WATCH-COUNT)
                            MOVE WL-REASON TO WT-REASON(WS-WATCH-COUNT)
                            MOVE WL-OFFICER
                                TO WT-OFFICER(WS-WATCH-COUNT)
                        ELSE
                            DISPLAY "Watch list table full - entry "
                                WL-ENTRY-NO " not screened"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WATCH-LIST-FILE
    ELSE
        IF WS-WATCHLST-STATUS NOT = "35"
            DISPLAY "Watch list open failed - file status "
                WS-WATCHLST-STATUS " - records are not being screened"
        END-IF
    END-IF.

6650-LOAD-SECURITY-RELEASES.
    MOVE "N" TO WS-WATCH-EOF-SW
    MOVE 0 TO WS-RELEASE-COUNT
    OPEN INPUT SECURITY-RELEASE-FILE
    IF WS-SECREL-STATUS = "00"
        PERFORM UNTIL END-OF-WATCH-LIST
            READ SECURITY-RELEASE-FILE
                AT END SET END-OF-WATCH-LIST TO TRUE
                NOT AT END
                    IF SR-DATE NUMERIC
                            AND SR-DATE = WS-BUSINESS-DATE
                        IF WS-RELEASE-COUNT < 200
                            ADD 1 TO WS-RELEASE-COUNT
                            MOVE SR-SSN TO RL-SSN(WS-RELEASE-COUNT)
                        ELSE
                            DISPLAY "Security release table full - "
                                "later releases not honoured"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SECURITY-RELEASE-FILE
    END-IF.

6800-LOAD-APPOINTMENTS.
    MOVE "N" TO WS-APPT-EOF-SW
    MOVE 0 TO WS-EXP-COUNT
    OPEN INPUT APPOINTMENT-FILE
    IF WS-APPTMAST-STATUS = "00"
        PERFORM UNTIL END-OF-APPOINTMENTS
            READ APPOINTMENT-FILE
                AT END SET END-OF-APPOINTMENTS TO TRUE
                NOT AT END
                    IF AP-DATE = WS-BUSINESS-DATE
                            AND AP-STATUS = "B"
                        IF WS-EXP-COUNT < 200
                            ADD 1 TO WS-EXP-COUNT
                            MOVE AP-APPT-NO TO EX-APPT-NO(WS-EXP-COUNT)
                            MOVE AP-FROM-TIME
                                TO EX-FROM-TIME(WS-EXP-COUNT)
                            MOVE AP-TO-TIME TO EX-TO-TIME(WS-EXP-COUNT)
                            MOVE AP-VISITOR-NAME
                                TO EX-VISITOR-NAME(WS-EXP-COUNT)
                            MOVE AP-NEW-SW TO EX-NEW-SW(WS-EXP-COUNT)
                            MOVE AP-SSN TO EX-SSN(WS-EXP-COUNT)
                            MOVE AP-HOST-ID TO EX-HOST-ID(WS-EXP-COUNT)
                            MOVE AP-HOST-NAME
                                TO EX-HOST-NAME(WS-EXP-COUNT)
                            MOVE "N" TO EX-ARRIVED-SW(WS-EXP-COUNT)
                        ELSE
                            DISPLAY "Appointment table full - "
                                "appointment " AP-APPT-NO
                                " will not be matched"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPOINTMENT-FILE
    END-IF.

6850-LOAD-APPOINTMENT-MATCHES.
    MOVE "N" TO WS-APPT-EOF-SW
    OPEN INPUT APPT-LOG-FILE
    IF WS-APPTLOG-STATUS = "35"
        OPEN OUTPUT APPT-LOG-FILE
        CLOSE APPT-LOG-FILE
    ELSE
        PERFORM UNTIL END-OF-APPOINTMENTS
            READ APPT-LOG-FILE
                AT END SET END-OF-APPOINTMENTS TO TRUE
                NOT AT END
                    IF AM-DATE NUMERIC
                            AND AM-DATE = WS-BUSINESS-DATE
                        MOVE 0 TO WS-EXP-IX
                        PERFORM UNTIL WS-EXP-IX >= WS-EXP-COUNT
                            ADD 1 TO WS-EXP-IX
                            IF EX-APPT-NO(WS-EXP-IX) = AM-APPT-NO
                                MOVE "Y" TO EX-ARRIVED-SW(WS-EXP-IX)
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE APPT-LOG-FILE
    END-IF
    OPEN EXTEND APPT-LOG-FILE.

6900-MATCH-APPOINTMENT.
    SET APPT-NOT-MATCHED TO TRUE
    MOVE 0 TO WS-EXP-IX
    PERFORM UNTIL APPT-MATCHED OR WS-EXP-IX >= WS-EXP-COUNT
        ADD 1 TO WS-EXP-IX
        IF EX-NEW-SW(WS-EXP-IX) NOT = "Y"
                AND EX-ARRIVED-SW(WS-EXP-IX) = "N"
                AND EX-SSN(WS-EXP-IX) = BI-SSN
            SET APPT-MATCHED TO TRUE
        END-IF
    END-PERFORM
    IF APPT-NOT-MATCHED
        MOVE FUNCTION UPPER-CASE(BI-NAME) TO WS-MATCH-NAME
        MOVE 0 TO WS-EXP-IX
        PERFORM UNTIL APPT-MATCHED OR WS-EXP-IX >= WS-EXP-COUNT
            ADD 1 TO WS-EXP-IX
            IF EX-NEW-SW(WS-EXP-IX) = "Y"
                    AND EX-ARRIVED-SW(WS-EXP-IX) = "N"
                    AND FUNCTION UPPER-CASE(EX-VISITOR-NAME(WS-EXP-IX))
                        = WS-MATCH-NAME
                SET APPT-MATCHED TO TRUE
            END-IF
        END-PERFORM
    END-IF
    IF APPT-MATCHED
        DISPLAY "Appointment " EX-APPT-NO(WS-EXP-IX) " for "
            FUNCTION TRIM(BI-NAME) " - notify host "
            EX-HOST-ID(WS-EXP-IX) " "
            FUNCTION TRIM(EX-HOST-NAME(WS-EXP-IX))
    END-IF.

6950-WRITE-APPT-MATCH.
    MOVE WS-BUSINESS-DATE TO AM-DATE
    MOVE EX-APPT-NO(WS-EXP-IX) TO AM-APPT-NO
    ACCEPT WS-TIME-RAW FROM TIME
    MOVE WS-TIME-HHMMSS TO AM-TIME
    MOVE "BATCH" TO AM-SOURCE
    MOVE BI-SSN TO AM-SSN
    WRITE APPT-LOG-RECORD
    IF WS-APPTLOG-STATUS = "00"
        MOVE "Y" TO EX-ARRIVED-SW(WS-EXP-IX)
        ADD 1 TO WS-APPT-MATCH-COUNT
    ELSE
        DISPLAY "Appointment log write failed - file status "
            WS-APPTLOG-STATUS " - appointment "
            EX-APPT-NO(WS-EXP-IX) " will report as a no-show"
    END-IF.

6500-READ-CYCLE-DATE.
    OPEN INPUT CYCLE-FILE
    IF WS-CYCLE-STATUS = "35"
    CLOSE SUSPENSE-FILE
    CLOSE INTAKE-FILE
    CLOSE REPORT-FILE
    CLOSE AUDIT-FILE
    CLOSE APPT-LOG-FILE
    CLOSE SECURITY-ALERT-FILE.

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
                ACCEPT WS-TIME-RAW FROM TIME
                MOVE WS-TIME-HHMMSS TO SK-END-TIME
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
