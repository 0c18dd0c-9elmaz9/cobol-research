      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltva.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - daily watch list expiry listing: prints to
*> WATCHEXP every active WATCHLST entry whose expiry date falls within
*> the next fourteen days of the CYCLEDT business date, and every
*> entry still marked active whose expiry date has already passed
*> (no longer screened by coboltut/coboltub), so security can renew
*> or remove them in coboltuz and the list stays current.  SSNs are
*> masked to the last four digits like DAILYRPT.  Runs as the last
*> step of the COBTUC job, after the cycle date has rolled.
*> October 14th 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 14th 2026 - step control: the run first checks the STEPCTL
*> step-control dataset for the last closed business date (CYCLEDT
*> less one day) and refuses (return code 8, nothing touched) when its
*> scheduled predecessors have not completed for that date, the date
*> is not the month- or quarter-end its schedule calls for, or it has
*> already completed for that date, unless an operator has recorded
*> an authorised rerun with coboltvc.  The end of the run is recorded
*> on STEPCTL (complete below return code 8, failed otherwise).
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
    SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WATCHLST-STATUS.
    SELECT EXPIRY-REPORT ASSIGN TO "WATCHEXP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
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

FD EXPIRY-REPORT.
01 EXPIRY-REPORT-LINE PIC X(100).

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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTVA".
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
01 WS-WATCHLST-STATUS PIC XX VALUE "00".
01 WS-REPORT-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
01 WS-WARN-DAYS PIC 99 VALUE 14.
01 WS-WARN-DATE PIC 9(8) VALUE 0.
01 WS-DATE-INTEGER PIC 9(8) VALUE 0.
01 WS-READ-COUNT PIC 9(5) VALUE 0.
01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
01 WS-EXPIRING-COUNT PIC 9(5) VALUE 0.
01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
01 WS-HEADING-LINE-1 PIC X(100) VALUE
    "SECURITY WATCH LIST - ENTRIES EXPIRING SOON".
01 WS-HEADING-LINE-2 PIC X(100) VALUE ALL "-".
01 WS-DATE-LINE.
    05 FILLER PIC X(25) VALUE "BUSINESS DATE:".
    05 DL-DATE PIC 9(8).
01 WS-WINDOW-LINE.
    05 FILLER PIC X(25) VALUE "EXPIRING ON OR BEFORE:".
    05 DL-WARN-DATE PIC 9(8).
01 WS-COLUMN-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 FILLER PIC X(7) VALUE "ENTRY".
    05 FILLER PIC X(9) VALUE "EXPIRES".
    05 FILLER PIC X(9) VALUE "STATUS".
    05 FILLER PIC X(13) VALUE "SSN".
    05 FILLER PIC X(32) VALUE "NAME".
    05 FILLER PIC X(10) VALUE "OFFICER".
01 WS-DETAIL-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 EL-ENTRY-NO PIC 9(5).
    05 FILLER PIC X(2) VALUE SPACES.
    05 EL-EXP-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 EL-STATUS PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 EL-SSN PIC X(11).
    05 FILLER PIC X(2) VALUE SPACES.
    05 EL-NAME PIC X(30).
    05 FILLER PIC X(2) VALUE SPACES.
    05 EL-OFFICER PIC X(10).
01 WS-REASON-LINE.
    05 FILLER PIC X(12) VALUE SPACES.
    05 FILLER PIC X(8) VALUE "REASON: ".
    05 EL-REASON PIC X(30).
01 WS-SUMMARY-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 SM-LABEL PIC X(30).
    05 SM-COUNT PIC ZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-CHECK-STEP-CONTROL
    IF STEP-REFUSED
        MOVE 8 TO RETURN-CODE
        PERFORM 8900-WRITE-OPS-LOG
        STOP RUN
    END-IF
    PERFORM 1000-INITIALIZE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "Watch list expiry report open failed - file status "
            WS-REPORT-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 3000-LIST-EXPIRING-ENTRIES
        PERFORM 9000-TERMINATE
        DISPLAY "Watch list for " WS-BUSINESS-DATE " - "
            WS-ACTIVE-COUNT " active, " WS-EXPIRING-COUNT
            " expiring by " WS-WARN-DATE ", " WS-EXPIRED-COUNT
            " past expiry - see WATCHEXP"
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
        MOVE WS-TODAY TO WS-BUSINESS-DATE
    ELSE
        READ CYCLE-FILE
            AT END MOVE WS-TODAY TO WS-BUSINESS-DATE
            NOT AT END MOVE CY-BUSINESS-DATE TO WS-BUSINESS-DATE
        END-READ
        CLOSE CYCLE-FILE
    END-IF
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + WS-WARN-DAYS
    COMPUTE WS-WARN-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    OPEN OUTPUT EXPIRY-REPORT
    IF WS-REPORT-STATUS = "00"
        WRITE EXPIRY-REPORT-LINE FROM WS-HEADING-LINE-1
        WRITE EXPIRY-REPORT-LINE FROM WS-HEADING-LINE-2
        MOVE WS-BUSINESS-DATE TO DL-DATE
        WRITE EXPIRY-REPORT-LINE FROM WS-DATE-LINE
        MOVE WS-WARN-DATE TO DL-WARN-DATE
        WRITE EXPIRY-REPORT-LINE FROM WS-WINDOW-LINE
        MOVE SPACES TO EXPIRY-REPORT-LINE
        WRITE EXPIRY-REPORT-LINE
        WRITE EXPIRY-REPORT-LINE FROM WS-COLUMN-LINE
    END-IF.

3000-LIST-EXPIRING-ENTRIES.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT WATCH-LIST-FILE
    IF WS-WATCHLST-STATUS = "35"
        DISPLAY "No watch list dataset - nothing to list"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ WATCH-LIST-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF WL-STATUS = "A"
                    PERFORM 3100-CHECK-ENTRY
                END-IF
        END-READ
    END-PERFORM
    IF WS-WATCHLST-STATUS NOT = "35"
        CLOSE WATCH-LIST-FILE
    END-IF.

3100-CHECK-ENTRY.
    IF WL-EXP-DATE < WS-BUSINESS-DATE
        ADD 1 TO WS-EXPIRED-COUNT
        MOVE "EXPIRED" TO EL-STATUS
        PERFORM 3200-WRITE-ENTRY
    ELSE
        ADD 1 TO WS-ACTIVE-COUNT
        IF WL-EXP-DATE <= WS-WARN-DATE
            ADD 1 TO WS-EXPIRING-COUNT
            MOVE "EXPIRING" TO EL-STATUS
            PERFORM 3200-WRITE-ENTRY
        END-IF
    END-IF.

3200-WRITE-ENTRY.
    MOVE WL-ENTRY-NO TO EL-ENTRY-NO
    MOVE WL-EXP-DATE TO EL-EXP-DATE
    IF WL-SSN = SPACES
        MOVE "(NAME ONLY)" TO EL-SSN
    ELSE
        MOVE "XXX-XX-" TO EL-SSN
        MOVE WL-SSN(6:4) TO EL-SSN(8:4)
    END-IF
    IF WL-NAME = SPACES
        MOVE "(SSN ONLY)" TO EL-NAME
    ELSE
        MOVE WL-NAME TO EL-NAME
    END-IF
    MOVE WL-OFFICER TO EL-OFFICER
    WRITE EXPIRY-REPORT-LINE FROM WS-DETAIL-LINE
    MOVE WL-REASON TO EL-REASON
    WRITE EXPIRY-REPORT-LINE FROM WS-REASON-LINE.

9000-TERMINATE.
    WRITE EXPIRY-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE "ACTIVE ENTRIES:" TO SM-LABEL
    MOVE WS-ACTIVE-COUNT TO SM-COUNT
    WRITE EXPIRY-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "EXPIRING WITHIN WINDOW:" TO SM-LABEL
    MOVE WS-EXPIRING-COUNT TO SM-COUNT
    WRITE EXPIRY-REPORT-LINE FROM WS-SUMMARY-LINE
    MOVE "PAST EXPIRY, STILL ACTIVE:" TO SM-LABEL
    MOVE WS-EXPIRED-COUNT TO SM-COUNT
    WRITE EXPIRY-REPORT-LINE FROM WS-SUMMARY-LINE
    CLOSE EXPIRY-REPORT.

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
        MOVE "COBOLTVA" TO OL-PROGRAM
        MOVE WS-STEP-DATE TO OL-DATE
        MOVE WS-START-TIME TO OL-START-TIME
        ACCEPT WS-OPS-TIME-RAW FROM TIME
        MOVE WS-OPS-TIME-HHMMSS TO OL-END-TIME
        MOVE WS-READ-COUNT TO OL-RECORDS-IN
        COMPUTE OL-RECORDS-OUT = WS-EXPIRING-COUNT + WS-EXPIRED-COUNT
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
