*> September 2nd 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
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
01 WS-STEP-PROGRAM PIC X(8) VALUE "COBOLTUD".
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
    PERFORM 3000-LOAD-DAY-ENTRIES
    PERFORM 5000-REPORT-DUPLICATES
    ELSE
        DISPLAY "No same-day duplicates for " WS-BUSINESS-DATE
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
