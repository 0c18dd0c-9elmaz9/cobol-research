*> expected nightly program with no OPSLOG entry as MISSING, so the
*> morning check is one page instead of five SYSOUTs.  Return code 4
*> when anything is missing or flagged.
*> October 14th 2026 - the expected programs now come from the STEPCTL
*> step-control dataset instead of the list built into this program:
*> every daily entry on the schedule is expected, month-end entries
*> only when the business date is a month-end and quarter-end entries
*> only at a quarter-end (as-required entries are shown when they ran).
*> A new step-control section lists each scheduled program with its
*> STEPCTL status for the date (complete, failed, started but never
*> finished, missing or not due), return code, number of runs and any
*> authorised rerun with the operator and reason.  Failed and
*> unfinished steps count towards return code 4 with the missing ones.
*> October 15th 2026 - when STEPCTL cannot be reopened for the
*> step-control section, the section says so rather than listing
*> every step as missing or not due.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPS-REPORT ASSIGN TO "OPSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPSRPT-STATUS.
    SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SK-KEY
        FILE STATUS IS WS-STEPCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD OPS-REPORT.
01 OPS-REPORT-LINE PIC X(100).

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
01 WS-CYCLE-STATUS PIC XX VALUE "00".
01 WS-OPSLOG-STATUS PIC XX VALUE "00".
01 WS-OPSRPT-STATUS PIC XX VALUE "00".
01 WS-STEPCTL-STATUS PIC XX VALUE "00".
01 WS-START-TIME PIC 9(6) VALUE 0.
01 WS-OPS-TIME-RAW.
    05 WS-OPS-TIME-HHMMSS PIC 9(6).
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-CYCLE-DATE PIC 9(8) VALUE 0.
01 WS-REPORT-DATE PIC 9(8) VALUE 0.
01 WS-REPORT-DATE-PARTS REDEFINES WS-REPORT-DATE.
    05 WS-REPORT-YYYY PIC 9(4).
    05 WS-REPORT-MM PIC 99.
    05 WS-REPORT-DD PIC 99.
01 WS-DATE-INTEGER PIC 9(8) VALUE 0.
01 WS-NEXT-DATE PIC 9(8) VALUE 0.
01 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
    05 FILLER PIC 9(6).
    05 WS-NEXT-DD PIC 99.
01 WS-PERIOD-END-SW PIC X VALUE "N".
    88 MONTH-END VALUE "M" "Q".
    88 QUARTER-END VALUE "Q".
01 WS-SCHEDULE-EOF-SW PIC X VALUE "N".
    88 END-OF-SCHEDULE VALUE "Y".
01 WS-STEPCTL-SW PIC X VALUE "Y".
    88 STEPCTL-AVAILABLE VALUE "Y".
    88 STEPCTL-UNAVAILABLE VALUE "N".
01 WS-COMPLETE-COUNT PIC 9(3) VALUE 0.
01 WS-FAILED-COUNT PIC 9(3) VALUE 0.
01 WS-UNFINISHED-COUNT PIC 9(3) VALUE 0.
01 WS-SHIFT-IX PIC 99 VALUE 0.
01 WS-RUN-COUNT PIC 9(3) VALUE 0.
01 WS-FLAG-COUNT PIC 9(3) VALUE 0.
01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
01 WS-EXPECT-IX PIC 99 VALUE 0.
01 WS-EXPECTED-COUNT PIC 99 VALUE 0.
01 WS-EXPECTED-LIMIT PIC 99 VALUE 50.
01 WS-EXPECTED-TABLE.
    05 WS-EXPECTED-ENTRY OCCURS 50 TIMES.
        10 XP-PROGRAM PIC X(8).
        10 XP-SEQUENCE PIC 99.
        10 XP-FREQUENCY PIC X.
        10 XP-DUE-SW PIC X.
        10 XP-SEEN-SW PIC X.
01 WS-HEADING-LINE-1 PIC X(100) VALUE
    "DAILY OPERATIONS RUN SHEET".
    05 RL-RC PIC Z9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 RL-FLAG PIC X(24).
01 WS-STEP-HEADING-LINE PIC X(100) VALUE
    "STEP CONTROL (STEPCTL)".
01 WS-STEP-COLUMN-LINE PIC X(100) VALUE
    "  PROGRAM   SQ  F  STATUS                 RC  RUNS  NOTE".
01 WS-STEP-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 SL-PROGRAM PIC X(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 SL-SEQUENCE PIC 99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 SL-FREQUENCY PIC X.
    05 FILLER PIC X(2) VALUE SPACES.
    05 SL-STATUS PIC X(22).
    05 FILLER PIC X(1) VALUE SPACES.
    05 SL-RC PIC Z9.
    05 FILLER PIC X(4) VALUE SPACES.
    05 SL-RUNS PIC Z9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 SL-NOTE PIC X(40).
01 WS-AUTH-LINE.
    05 FILLER PIC X(15) VALUE SPACES.
    05 AL-TEXT PIC X(24).
    05 AL-OPERATOR PIC X(10).
    05 FILLER PIC X(3) VALUE " - ".
    05 AL-REASON PIC X(30).
01 WS-STEPCTL-MISSING-LINE PIC X(100) VALUE
    "  *** STEPCTL NOT AVAILABLE - STEP STATUS NOT CHECKED ***".
01 WS-COUNT-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 CL-LABEL PIC X(30).
PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-LOAD-SCHEDULE
    PERFORM 3000-PRINT-RUNS
    PERFORM 5000-REPORT-STEPS
    PERFORM 8000-WRITE-SUMMARY
    PERFORM 9000-TERMINATE
    IF WS-MISSING-COUNT > 0 OR WS-FLAG-COUNT > 0
            OR WS-FAILED-COUNT > 0 OR WS-UNFINISHED-COUNT > 0
            OR STEPCTL-UNAVAILABLE
        DISPLAY "Run sheet for " WS-REPORT-DATE " - "
            WS-MISSING-COUNT " missing, " WS-FAILED-COUNT
            " failed, " WS-UNFINISHED-COUNT " unfinished, "
            WS-FLAG-COUNT " flagged - see OPSRPT"
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "Run sheet for " WS-REPORT-DATE " - all "
        FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) - 1
    COMPUTE WS-REPORT-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) + 1
    COMPUTE WS-NEXT-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    MOVE "N" TO WS-PERIOD-END-SW
    IF WS-NEXT-DD = 1
        IF WS-REPORT-MM = 3 OR WS-REPORT-MM = 6
                OR WS-REPORT-MM = 9 OR WS-REPORT-MM = 12
            MOVE "Q" TO WS-PERIOD-END-SW
        ELSE
            MOVE "M" TO WS-PERIOD-END-SW
        END-IF
    END-IF
    OPEN OUTPUT OPS-REPORT
    WRITE OPS-REPORT-LINE FROM WS-HEADING-LINE-1
    WRITE OPS-REPORT-LINE FROM WS-HEADING-LINE-2
    WRITE OPS-REPORT-LINE FROM WS-DATE-LINE
    WRITE OPS-REPORT-LINE FROM WS-COLUMN-LINE.

2000-LOAD-SCHEDULE.
    MOVE 0 TO WS-EXPECTED-COUNT
    OPEN INPUT STEP-CONTROL-FILE
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "STEPCTL step-control open failed - file status "
            WS-STEPCTL-STATUS " - step status not checked"
        SET STEPCTL-UNAVAILABLE TO TRUE
    ELSE
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
                        PERFORM 2100-ADD-SCHEDULE-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STEP-CONTROL-FILE
    END-IF.

2100-ADD-SCHEDULE-ENTRY.
    IF WS-EXPECTED-COUNT >= WS-EXPECTED-LIMIT
        DISPLAY "Schedule table full - " SK-PROGRAM
            " left off the run sheet"
    ELSE
        MOVE 0 TO WS-EXPECT-IX
        MOVE WS-EXPECTED-COUNT TO WS-SHIFT-IX
        PERFORM UNTIL WS-SHIFT-IX = 0
            IF XP-SEQUENCE(WS-SHIFT-IX) > SK-SEQUENCE
                MOVE WS-EXPECTED-ENTRY(WS-SHIFT-IX)
                    TO WS-EXPECTED-ENTRY(WS-SHIFT-IX + 1)
                SUBTRACT 1 FROM WS-SHIFT-IX
            ELSE
                MOVE WS-SHIFT-IX TO WS-EXPECT-IX
                MOVE 0 TO WS-SHIFT-IX
            END-IF
        END-PERFORM
        ADD 1 TO WS-EXPECT-IX
        ADD 1 TO WS-EXPECTED-COUNT
        MOVE SK-PROGRAM TO XP-PROGRAM(WS-EXPECT-IX)
        MOVE SK-SEQUENCE TO XP-SEQUENCE(WS-EXPECT-IX)
        MOVE SK-FREQUENCY TO XP-FREQUENCY(WS-EXPECT-IX)
        MOVE "N" TO XP-SEEN-SW(WS-EXPECT-IX)
        EVALUATE TRUE
            WHEN SK-FREQUENCY = "D"
                MOVE "Y" TO XP-DUE-SW(WS-EXPECT-IX)
            WHEN SK-FREQUENCY = "M" AND MONTH-END
                MOVE "Y" TO XP-DUE-SW(WS-EXPECT-IX)
            WHEN SK-FREQUENCY = "Q" AND QUARTER-END
                MOVE "Y" TO XP-DUE-SW(WS-EXPECT-IX)
            WHEN OTHER
                MOVE "N" TO XP-DUE-SW(WS-EXPECT-IX)
        END-EVALUATE
    END-IF.

3000-PRINT-RUNS.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT OPS-LOG-FILE
        END-IF
    END-PERFORM.

5000-REPORT-STEPS.
    WRITE OPS-REPORT-LINE FROM WS-HEADING-LINE-2
    WRITE OPS-REPORT-LINE FROM WS-STEP-HEADING-LINE
    IF STEPCTL-UNAVAILABLE
        WRITE OPS-REPORT-LINE FROM WS-STEPCTL-MISSING-LINE
    ELSE
        OPEN INPUT STEP-CONTROL-FILE
        IF WS-STEPCTL-STATUS NOT = "00"
            DISPLAY "Step control reopen failed - file status "
                WS-STEPCTL-STATUS " - step status not checked"
            SET STEPCTL-UNAVAILABLE TO TRUE
            WRITE OPS-REPORT-LINE FROM WS-STEPCTL-MISSING-LINE
        ELSE
            WRITE OPS-REPORT-LINE FROM WS-STEP-COLUMN-LINE
            MOVE 0 TO WS-EXPECT-IX
            PERFORM UNTIL WS-EXPECT-IX >= WS-EXPECTED-COUNT
                ADD 1 TO WS-EXPECT-IX
                PERFORM 5100-REPORT-ONE-STEP
            END-PERFORM
            CLOSE STEP-CONTROL-FILE
        END-IF
    END-IF.

5100-REPORT-ONE-STEP.
    MOVE XP-PROGRAM(WS-EXPECT-IX) TO SL-PROGRAM
    MOVE XP-SEQUENCE(WS-EXPECT-IX) TO SL-SEQUENCE
    MOVE XP-FREQUENCY(WS-EXPECT-IX) TO SL-FREQUENCY
    MOVE 0 TO SL-RC
    MOVE 0 TO SL-RUNS
    MOVE SPACES TO SL-NOTE
    MOVE WS-REPORT-DATE TO SK-DATE
    MOVE XP-PROGRAM(WS-EXPECT-IX) TO SK-PROGRAM
    READ STEP-CONTROL-FILE
        INVALID KEY MOVE SPACES TO SK-STATUS-DATA
    END-READ
    EVALUATE TRUE
        WHEN SK-STATUS = "C"
            ADD 1 TO WS-COMPLETE-COUNT
            MOVE "COMPLETE" TO SL-STATUS
        WHEN SK-STATUS = "F"
            ADD 1 TO WS-FAILED-COUNT
            MOVE "FAILED" TO SL-STATUS
            MOVE "*** FAILED ***" TO SL-NOTE
        WHEN SK-STATUS = "S"
            ADD 1 TO WS-UNFINISHED-COUNT
            MOVE "STARTED-NOT FINISHED" TO SL-STATUS
            MOVE "*** NO END RECORDED - ABEND? ***" TO SL-NOTE
        WHEN XP-DUE-SW(WS-EXPECT-IX) = "Y"
            ADD 1 TO WS-MISSING-COUNT
            MOVE "MISSING" TO SL-STATUS
            MOVE "*** MISSING - NOT RUN ***" TO SL-NOTE
        WHEN OTHER
            MOVE "NOT DUE" TO SL-STATUS
    END-EVALUATE
    IF SK-STATUS = "C" OR SK-STATUS = "F" OR SK-STATUS = "S"
        MOVE SK-RETURN-CODE TO SL-RC
        MOVE SK-RUN-COUNT TO SL-RUNS
        IF SK-STATUS = "C" AND XP-SEEN-SW(WS-EXPECT-IX) = "N"
            MOVE "NO OPSLOG ENTRY" TO SL-NOTE
        END-IF
    END-IF
    WRITE OPS-REPORT-LINE FROM WS-STEP-LINE
    IF SK-AUTH-SW = "Y" OR SK-AUTH-SW = "U"
        IF SK-AUTH-SW = "Y"
            MOVE "RERUN AUTHORISED (OPEN) " TO AL-TEXT
        ELSE
            MOVE "RERUN AUTHORISED (USED) " TO AL-TEXT
        END-IF
        MOVE SK-AUTH-OPERATOR TO AL-OPERATOR
        MOVE SK-AUTH-REASON TO AL-REASON
        WRITE OPS-REPORT-LINE FROM WS-AUTH-LINE
    END-IF.

8000-WRITE-SUMMARY.
    WRITE OPS-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE "RUNS FLAGGED:" TO CL-LABEL
    MOVE WS-FLAG-COUNT TO CL-COUNT
    WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "STEPS COMPLETE:" TO CL-LABEL
    MOVE WS-COMPLETE-COUNT TO CL-COUNT
    WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "STEPS FAILED:" TO CL-LABEL
    MOVE WS-FAILED-COUNT TO CL-COUNT
    WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "STEPS STARTED NOT FINISHED:" TO CL-LABEL
    MOVE WS-UNFINISHED-COUNT TO CL-COUNT
    WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "EXPECTED PROGRAMS MISSING:" TO CL-LABEL
    MOVE WS-MISSING-COUNT TO CL-COUNT
    WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE.
