      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltvb.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - occupancy and visit-duration analytics: reads
*> the archived daily INTAKE generations (concatenated on OCCIN by
*> the COBTVB job the way COBTUW builds WEEKIN) and uses the arrival
*> and departure times coboltuc joins from DEPARTLG to print OCCRPT:
*> occupancy by hour of day (arrivals, average and peak head-count
*> on site, and when the peak happened), the peak head-count for the
*> whole range, and per day the average and longest visit and the
*> count and percentage of visitors who never signed out.  The date
*> range comes from the optional OCCPARM card (from and to date);
*> without one it is the seven days ending at the last closed
*> business date from CYCLEDT.  Generations outside the range are
*> skipped, so concatenating more generations than needed is safe.
*> A visitor who never signed out is counted on site from arrival
*> until midnight, so the head-counts never understate occupancy.
*> October 14th 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 15th 2026 - when OCCRPT cannot be opened nothing is
*> analysed and the run ends with return code 8.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
    SELECT OCC-PARM-FILE ASSIGN TO "OCCPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OCCPARM-STATUS.
    SELECT OCC-INTAKE-FILE ASSIGN TO "OCCIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OCCIN-STATUS.
    SELECT OCCUPANCY-REPORT ASSIGN TO "OCCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OCCRPT-STATUS.
    SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPSLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD CYCLE-FILE.
01 CYCLE-RECORD.
    05 CY-BUSINESS-DATE PIC 9(8).

FD OCC-PARM-FILE.
01 OCC-PARM-RECORD.
    05 OP-FROM-DATE PIC 9(8).
    05 OP-TO-DATE PIC 9(8).

FD OCC-INTAKE-FILE.
01 OCC-INTAKE-RECORD.
    05 IN-NAME PIC X(30).
    05 IN-NUM1 PIC 9.
    05 IN-NUM2 PIC 9.
    05 IN-TOTAL PIC 99.
    05 IN-SSAREA PIC 999.
    05 IN-SSGROUP PIC 99.
    05 IN-SSSERIAL PIC 9999.
    05 IN-PROC-DATE PIC 9(8).
    05 IN-PROC-TIME PIC 9(6).
    05 IN-OUT-TIME PIC 9(6).

FD OCCUPANCY-REPORT.
01 OCCUPANCY-REPORT-LINE PIC X(100).

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
01 WS-OPS-TIME-RAW.
    05 WS-OPS-TIME-HHMMSS PIC 9(6).
    05 FILLER PIC 99.
01 WS-CYCLE-STATUS PIC XX VALUE "00".
01 WS-OCCPARM-STATUS PIC XX VALUE "00".
01 WS-OCCIN-STATUS PIC XX VALUE "00".
01 WS-OCCRPT-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-RANGE-SW PIC X VALUE "Y".
    88 RANGE-VALID VALUE "Y".
    88 RANGE-INVALID VALUE "N".
01 WS-REPORT-SW PIC X VALUE "Y".
    88 REPORT-OPENED VALUE "Y".
    88 REPORT-NOT-OPENED VALUE "N".
01 WS-DAY-SW PIC X VALUE "N".
    88 DAY-FOUND VALUE "Y".
    88 DAY-NOT-FOUND VALUE "N".
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-CYCLE-DATE PIC 9(8) VALUE 0.
01 WS-FROM-DATE PIC 9(8) VALUE 0.
01 WS-TO-DATE PIC 9(8) VALUE 0.
01 WS-DATE-INTEGER PIC 9(8) VALUE 0.
01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
01 WS-READ-COUNT PIC 9(7) VALUE 0.
01 WS-VISIT-COUNT PIC 9(7) VALUE 0.
01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
01 WS-SIGNED-OUT-COUNT PIC 9(7) VALUE 0.
01 WS-NOT-OUT-COUNT PIC 9(7) VALUE 0.
01 WS-BAD-OUT-COUNT PIC 9(7) VALUE 0.
01 WS-TOTAL-MINUTES PIC 9(9) VALUE 0.
01 WS-LONGEST-MINUTES PIC 9(5) VALUE 0.
01 WS-LONGEST-DATE PIC 9(8) VALUE 0.
01 WS-PEAK-COUNT PIC 9(5) VALUE 0.
01 WS-PEAK-DATE PIC 9(8) VALUE 0.
01 WS-PEAK-TIME PIC 9(4) VALUE 0.
01 WS-AVERAGE-MINUTES PIC 9(5) VALUE 0.
01 WS-AVERAGE-ON-SITE PIC 9(5)V9 VALUE 0.
01 WS-PERCENT PIC 999V9 VALUE 0.
01 WS-IN-TIME.
    05 WS-IN-HH PIC 99.
    05 WS-IN-MM PIC 99.
    05 WS-IN-SS PIC 99.
01 WS-OUT-TIME.
    05 WS-OUT-HH PIC 99.
    05 WS-OUT-MM PIC 99.
    05 WS-OUT-SS PIC 99.
01 WS-IN-SECONDS PIC 9(5) VALUE 0.
01 WS-OUT-SECONDS PIC 9(5) VALUE 0.
01 WS-DURATION-MINUTES PIC 9(5) VALUE 0.
01 WS-ARRIVE-IX PIC 9(4) VALUE 0.
01 WS-LEAVE-IX PIC 9(4) VALUE 0.
01 WS-MINUTE-IX PIC 9(4) VALUE 0.
01 WS-MINUTE-OF-DAY PIC 9(4) VALUE 0.
01 WS-HOUR-IX PIC 99 VALUE 0.
01 WS-CLOCK-HH PIC 99 VALUE 0.
01 WS-CLOCK-MM PIC 99 VALUE 0.
01 WS-CLOCK-HHMM PIC 9(4) VALUE 0.
01 WS-HEAD-COUNT PIC S9(5) VALUE 0.
*> one slot per minute of the day plus midnight: +1 at arrival,
*> -1 at departure; the running total is the head-count on site
01 WS-MINUTE-TABLE.
    05 WS-MINUTE-CHANGE PIC S9(5) OCCURS 1441 TIMES.
01 WS-HOUR-TABLE.
    05 WS-HOUR-ENTRY OCCURS 24 TIMES.
        10 WH-ARRIVALS PIC 9(7).
        10 WH-PERSON-MINUTES PIC 9(9).
        10 WH-PEAK PIC 9(5).
        10 WH-PEAK-DATE PIC 9(8).
        10 WH-PEAK-TIME PIC 9(4).
01 WS-DAY-COUNT PIC 99 VALUE 0.
01 WS-DAY-IX PIC 99 VALUE 0.
01 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
01 WS-SWAP-ENTRY PIC X(44).
01 WS-SORT-SW PIC X VALUE "N".
    88 DAYS-SORTED VALUE "Y".
01 WS-DAY-TABLE.
    05 WS-DAY-ENTRY OCCURS 62 TIMES.
        10 WD-DATE PIC 9(8).
        10 WD-VISITORS PIC 9(5).
        10 WD-SIGNED-OUT PIC 9(5).
        10 WD-NOT-OUT PIC 9(5).
        10 WD-TOTAL-MINUTES PIC 9(7).
        10 WD-LONGEST PIC 9(5).
        10 WD-PEAK PIC 9(5).
        10 WD-PEAK-TIME PIC 9(4).
01 WS-HEADING-LINE-1 PIC X(100) VALUE
    "VISITOR OCCUPANCY AND VISIT DURATION ANALYSIS".
01 WS-HEADING-LINE-2 PIC X(100) VALUE ALL "-".
01 WS-RANGE-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 FILLER PIC X(13) VALUE "DATE RANGE: ".
    05 RG-FROM PIC 9(8).
    05 FILLER PIC X(3) VALUE " - ".
    05 RG-TO PIC 9(8).
01 WS-SECTION-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 SC-TITLE PIC X(60).
01 WS-HOUR-COLUMN-LINE PIC X(100) VALUE
    "     HOUR          ARRIVALS   AVG ON SITE   PEAK ON SITE   PEAK DATE   AT".
01 WS-HOUR-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 HL-FROM-HH PIC 99.
    05 FILLER PIC X(4) VALUE ":00-".
    05 HL-TO-HH PIC 99.
    05 FILLER PIC X(3) VALUE ":59".
    05 FILLER PIC X(2) VALUE SPACES.
    05 HL-ARRIVALS PIC Z(6)9.
    05 FILLER PIC X(6) VALUE SPACES.
    05 HL-AVERAGE PIC ZZZZ9.9.
    05 FILLER PIC X(9) VALUE SPACES.
    05 HL-PEAK PIC ZZZZ9.
    05 FILLER PIC X(3) VALUE SPACES.
    05 HL-PEAK-DATE PIC X(8).
    05 FILLER PIC X(4) VALUE SPACES.
    05 HL-PEAK-TIME PIC X(5).
01 WS-PEAK-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 FILLER PIC X(30) VALUE "PEAK HEAD-COUNT ON SITE:".
    05 PL-COUNT PIC ZZZZ9.
    05 FILLER PIC X(4) VALUE " ON ".
    05 PL-DATE PIC 9(8).
    05 FILLER PIC X(4) VALUE " AT ".
    05 PL-TIME PIC X(5).
01 WS-DAY-COLUMN-LINE PIC X(100) VALUE
    "     DATE      VISITORS  SIGNED OUT  AVG MINS  LONGEST  NOT OUT   PCT   PEAK     AT".
01 WS-DAY-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 DY-DATE PIC 9(8).
    05 FILLER PIC X(3) VALUE SPACES.
    05 DY-VISITORS PIC ZZZZ9.
    05 FILLER PIC X(7) VALUE SPACES.
    05 DY-SIGNED-OUT PIC ZZZZ9.
    05 FILLER PIC X(5) VALUE SPACES.
    05 DY-AVERAGE PIC ZZZZ9.
    05 FILLER PIC X(4) VALUE SPACES.
    05 DY-LONGEST PIC ZZZZ9.
    05 FILLER PIC X(4) VALUE SPACES.
    05 DY-NOT-OUT PIC ZZZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 DY-PERCENT PIC ZZ9.9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 DY-PEAK PIC ZZZZ9.
    05 FILLER PIC X(4) VALUE SPACES.
    05 DY-PEAK-TIME PIC X(5).
01 WS-TOTAL-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 TL-LABEL PIC X(40).
    05 TL-VALUE PIC Z(6)9.
01 WS-PERCENT-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 FILLER PIC X(40) VALUE "PERCENT NEVER SIGNED OUT:".
    05 PC-VALUE PIC ZZZZ9.9.
    05 FILLER PIC X(1) VALUE "%".
01 WS-LONGEST-LINE.
    05 FILLER PIC X(5) VALUE SPACES.
    05 FILLER PIC X(40) VALUE "LONGEST VISIT (MINUTES):".
    05 LL-MINUTES PIC Z(6)9.
    05 FILLER PIC X(4) VALUE " ON ".
    05 LL-DATE PIC 9(8).
01 WS-NOTE-LINE PIC X(100) VALUE
    "     VISITORS WITH NO SIGN-OUT ARE COUNTED ON SITE FROM ARRIVAL UNTIL MIDNIGHT".
01 WS-TIME-EDIT.
    05 TE-HH PIC 99.
    05 FILLER PIC X VALUE ":".
    05 TE-MM PIC 99.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF RANGE-INVALID OR REPORT-NOT-OPENED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 3000-READ-ARCHIVED-INTAKE
        PERFORM 7500-SORT-DAYS
        PERFORM 8000-WRITE-OCCUPANCY-REPORT
        PERFORM 9000-TERMINATE
        IF WS-REJECT-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
        DISPLAY "Occupancy analysis complete - " WS-VISIT-COUNT
            " visits across " WS-DAY-COUNT " days, peak " WS-PEAK-COUNT
            " on site"
    END-IF
    PERFORM 8900-WRITE-OPS-LOG
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-OPS-TIME-RAW FROM TIME
    MOVE WS-OPS-TIME-HHMMSS TO WS-START-TIME
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    OPEN INPUT CYCLE-FILE
    IF WS-CYCLE-STATUS = "35"
        MOVE WS-TODAY TO WS-CYCLE-DATE
    ELSE
        READ CYCLE-FILE
            AT END MOVE WS-TODAY TO WS-CYCLE-DATE
            NOT AT END MOVE CY-BUSINESS-DATE TO WS-CYCLE-DATE
        END-READ
        CLOSE CYCLE-FILE
    END-IF
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) - 1
    COMPUTE WS-TO-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    COMPUTE WS-DATE-INTEGER = WS-DATE-INTEGER - 6
    COMPUTE WS-FROM-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    PERFORM 1100-READ-RANGE-CARD
    IF RANGE-VALID
        INITIALIZE WS-MINUTE-TABLE
        INITIALIZE WS-HOUR-TABLE
        OPEN OUTPUT OCCUPANCY-REPORT
        IF WS-OCCRPT-STATUS NOT = "00"
            SET REPORT-NOT-OPENED TO TRUE
            DISPLAY "Occupancy report open failed - file status "
                WS-OCCRPT-STATUS " - nothing analysed"
        END-IF
    END-IF.

1100-READ-RANGE-CARD.
    OPEN INPUT OCC-PARM-FILE
    IF WS-OCCPARM-STATUS NOT = "35"
        READ OCC-PARM-FILE
            AT END CONTINUE
            NOT AT END
                IF OP-FROM-DATE NUMERIC AND OP-TO-DATE NUMERIC
                        AND OP-FROM-DATE > 0
                        AND OP-FROM-DATE <= OP-TO-DATE
                    MOVE OP-FROM-DATE TO WS-FROM-DATE
                    MOVE OP-TO-DATE TO WS-TO-DATE
                ELSE
                    SET RANGE-INVALID TO TRUE
                    DISPLAY "OCCPARM date range is invalid - "
                        OCC-PARM-RECORD " - expected from and to"
                        " dates YYYYMMDDYYYYMMDD, from not after to"
                END-IF
        END-READ
        CLOSE OCC-PARM-FILE
    END-IF.

3000-READ-ARCHIVED-INTAKE.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-CURRENT-DATE
    OPEN INPUT OCC-INTAKE-FILE
    IF WS-OCCIN-STATUS = "35"
        DISPLAY "No archived intake on OCCIN - nothing to analyse"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ OCC-INTAKE-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF IN-PROC-DATE NUMERIC
                        AND IN-PROC-DATE >= WS-FROM-DATE
                        AND IN-PROC-DATE <= WS-TO-DATE
                    PERFORM 3100-ACCEPT-VISIT
                END-IF
        END-READ
    END-PERFORM
    IF WS-CURRENT-DATE > 0
        PERFORM 4000-CLOSE-DAY
    END-IF
    IF WS-OCCIN-STATUS NOT = "35"
        CLOSE OCC-INTAKE-FILE
    END-IF.

3100-ACCEPT-VISIT.
    MOVE IN-PROC-TIME TO WS-IN-TIME
    IF IN-PROC-TIME NOT NUMERIC
            OR WS-IN-HH > 23 OR WS-IN-MM > 59 OR WS-IN-SS > 59
        ADD 1 TO WS-REJECT-COUNT
        DISPLAY "Arrival time not valid - " IN-PROC-DATE " "
            IN-PROC-TIME " - visit skipped"
    ELSE
        IF IN-PROC-DATE NOT = WS-CURRENT-DATE
            IF WS-CURRENT-DATE > 0
                PERFORM 4000-CLOSE-DAY
            END-IF
            MOVE IN-PROC-DATE TO WS-CURRENT-DATE
            PERFORM 7000-FIND-OR-ADD-DAY
            IF DAY-FOUND AND WD-VISITORS(WS-DAY-IX) > 0
                DISPLAY "Archived intake for " WS-CURRENT-DATE
                    " is out of sequence on OCCIN - later records"
                    " for that date skipped"
                SET DAY-NOT-FOUND TO TRUE
            END-IF
        END-IF
        IF DAY-FOUND
            PERFORM 3200-TALLY-VISIT
        ELSE
            ADD 1 TO WS-REJECT-COUNT
        END-IF
    END-IF.

3200-TALLY-VISIT.
    ADD 1 TO WS-VISIT-COUNT
    ADD 1 TO WD-VISITORS(WS-DAY-IX)
    COMPUTE WS-ARRIVE-IX = WS-IN-HH * 60 + WS-IN-MM + 1
    ADD 1 TO WS-MINUTE-CHANGE(WS-ARRIVE-IX)
    COMPUTE WS-HOUR-IX = WS-IN-HH + 1
    ADD 1 TO WH-ARRIVALS(WS-HOUR-IX)
    IF IN-OUT-TIME NOT NUMERIC
        MOVE ZERO TO WS-OUT-TIME
    ELSE
        MOVE IN-OUT-TIME TO WS-OUT-TIME
    END-IF
    IF WS-OUT-TIME = ZERO
        ADD 1 TO WD-NOT-OUT(WS-DAY-IX)
        ADD 1 TO WS-NOT-OUT-COUNT
    ELSE
        IF WS-OUT-TIME < WS-IN-TIME
                OR WS-OUT-HH > 23 OR WS-OUT-MM > 59 OR WS-OUT-SS > 59
            ADD 1 TO WS-BAD-OUT-COUNT
            DISPLAY "Departure before arrival - " IN-PROC-DATE " in "
                IN-PROC-TIME " out " IN-OUT-TIME
                " - counted on site until midnight"
        ELSE
            PERFORM 3300-TALLY-DEPARTURE
        END-IF
    END-IF.

3300-TALLY-DEPARTURE.
    ADD 1 TO WD-SIGNED-OUT(WS-DAY-IX)
    ADD 1 TO WS-SIGNED-OUT-COUNT
    COMPUTE WS-LEAVE-IX = WS-OUT-HH * 60 + WS-OUT-MM + 1
    IF WS-LEAVE-IX <= WS-ARRIVE-IX
        COMPUTE WS-LEAVE-IX = WS-ARRIVE-IX + 1
    END-IF
    IF WS-LEAVE-IX <= 1440
        SUBTRACT 1 FROM WS-MINUTE-CHANGE(WS-LEAVE-IX)
    END-IF
    COMPUTE WS-IN-SECONDS = WS-IN-HH * 3600 + WS-IN-MM * 60 + WS-IN-SS
    COMPUTE WS-OUT-SECONDS =
        WS-OUT-HH * 3600 + WS-OUT-MM * 60 + WS-OUT-SS
    COMPUTE WS-DURATION-MINUTES ROUNDED =
        (WS-OUT-SECONDS - WS-IN-SECONDS) / 60
    ADD WS-DURATION-MINUTES TO WD-TOTAL-MINUTES(WS-DAY-IX)
    ADD WS-DURATION-MINUTES TO WS-TOTAL-MINUTES
    IF WS-DURATION-MINUTES > WD-LONGEST(WS-DAY-IX)
        MOVE WS-DURATION-MINUTES TO WD-LONGEST(WS-DAY-IX)
    END-IF
    IF WS-DURATION-MINUTES > WS-LONGEST-MINUTES
        MOVE WS-DURATION-MINUTES TO WS-LONGEST-MINUTES
        MOVE WS-CURRENT-DATE TO WS-LONGEST-DATE
    END-IF.

4000-CLOSE-DAY.
    MOVE WS-CURRENT-DATE TO WS-LOOKUP-DATE
    PERFORM 7100-FIND-DAY
    MOVE 0 TO WS-HEAD-COUNT
    MOVE 0 TO WS-MINUTE-IX
    PERFORM UNTIL WS-MINUTE-IX >= 1440
        ADD 1 TO WS-MINUTE-IX
        ADD WS-MINUTE-CHANGE(WS-MINUTE-IX) TO WS-HEAD-COUNT
        COMPUTE WS-MINUTE-OF-DAY = WS-MINUTE-IX - 1
        DIVIDE WS-MINUTE-OF-DAY BY 60 GIVING WS-CLOCK-HH
            REMAINDER WS-CLOCK-MM
        COMPUTE WS-CLOCK-HHMM = WS-CLOCK-HH * 100 + WS-CLOCK-MM
        COMPUTE WS-HOUR-IX = WS-CLOCK-HH + 1
        ADD WS-HEAD-COUNT TO WH-PERSON-MINUTES(WS-HOUR-IX)
        IF WS-HEAD-COUNT > WH-PEAK(WS-HOUR-IX)
            MOVE WS-HEAD-COUNT TO WH-PEAK(WS-HOUR-IX)
            MOVE WS-CURRENT-DATE TO WH-PEAK-DATE(WS-HOUR-IX)
            MOVE WS-CLOCK-HHMM TO WH-PEAK-TIME(WS-HOUR-IX)
        END-IF
        IF DAY-FOUND AND WS-HEAD-COUNT > WD-PEAK(WS-DAY-IX)
            MOVE WS-HEAD-COUNT TO WD-PEAK(WS-DAY-IX)
            MOVE WS-CLOCK-HHMM TO WD-PEAK-TIME(WS-DAY-IX)
        END-IF
        IF WS-HEAD-COUNT > WS-PEAK-COUNT
            MOVE WS-HEAD-COUNT TO WS-PEAK-COUNT
            MOVE WS-CURRENT-DATE TO WS-PEAK-DATE
            MOVE WS-CLOCK-HHMM TO WS-PEAK-TIME
        END-IF
    END-PERFORM
    INITIALIZE WS-MINUTE-TABLE.

7000-FIND-OR-ADD-DAY.
    MOVE WS-CURRENT-DATE TO WS-LOOKUP-DATE
    PERFORM 7100-FIND-DAY
    IF DAY-NOT-FOUND
        IF WS-DAY-COUNT < 62
            ADD 1 TO WS-DAY-COUNT
            MOVE WS-DAY-COUNT TO WS-DAY-IX
            INITIALIZE WS-DAY-ENTRY(WS-DAY-IX)
            MOVE WS-CURRENT-DATE TO WD-DATE(WS-DAY-IX)
            SET DAY-FOUND TO TRUE
        ELSE
            DISPLAY "Day table full (62) - " WS-CURRENT-DATE
                " not included"
        END-IF
    END-IF.

7100-FIND-DAY.
    SET DAY-NOT-FOUND TO TRUE
    MOVE 0 TO WS-DAY-IX
    PERFORM UNTIL DAY-FOUND OR WS-DAY-IX >= WS-DAY-COUNT
        ADD 1 TO WS-DAY-IX
        IF WD-DATE(WS-DAY-IX) = WS-LOOKUP-DATE
            SET DAY-FOUND TO TRUE
        END-IF
    END-PERFORM.

7500-SORT-DAYS.
    MOVE "N" TO WS-SORT-SW
    PERFORM UNTIL DAYS-SORTED
        SET DAYS-SORTED TO TRUE
        MOVE 0 TO WS-DAY-IX
        PERFORM UNTIL WS-DAY-IX >= WS-DAY-COUNT - 1
            ADD 1 TO WS-DAY-IX
            IF WD-DATE(WS-DAY-IX) > WD-DATE(WS-DAY-IX + 1)
                MOVE WS-DAY-ENTRY(WS-DAY-IX) TO WS-SWAP-ENTRY
                MOVE WS-DAY-ENTRY(WS-DAY-IX + 1)
                    TO WS-DAY-ENTRY(WS-DAY-IX)
                MOVE WS-SWAP-ENTRY TO WS-DAY-ENTRY(WS-DAY-IX + 1)
                MOVE "N" TO WS-SORT-SW
            END-IF
        END-PERFORM
    END-PERFORM.

8000-WRITE-OCCUPANCY-REPORT.
    WRITE OCCUPANCY-REPORT-LINE FROM WS-HEADING-LINE-1
    WRITE OCCUPANCY-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE WS-FROM-DATE TO RG-FROM
    MOVE WS-TO-DATE TO RG-TO
    WRITE OCCUPANCY-REPORT-LINE FROM WS-RANGE-LINE
    MOVE SPACES TO OCCUPANCY-REPORT-LINE
    WRITE OCCUPANCY-REPORT-LINE
    MOVE "OCCUPANCY BY HOUR OF DAY" TO SC-TITLE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-SECTION-LINE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-HOUR-COLUMN-LINE
    MOVE 0 TO WS-HOUR-IX
    PERFORM UNTIL WS-HOUR-IX >= 24
        ADD 1 TO WS-HOUR-IX
        PERFORM 8100-WRITE-HOUR-LINE
    END-PERFORM
    WRITE OCCUPANCY-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE WS-PEAK-COUNT TO PL-COUNT
    MOVE WS-PEAK-DATE TO PL-DATE
    MOVE WS-PEAK-TIME TO WS-CLOCK-HHMM
    PERFORM 8300-EDIT-CLOCK-TIME
    MOVE WS-TIME-EDIT TO PL-TIME
    WRITE OCCUPANCY-REPORT-LINE FROM WS-PEAK-LINE
    MOVE SPACES TO OCCUPANCY-REPORT-LINE
    WRITE OCCUPANCY-REPORT-LINE
    MOVE "VISIT DURATION BY DAY" TO SC-TITLE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-SECTION-LINE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-DAY-COLUMN-LINE
    MOVE 0 TO WS-DAY-IX
    PERFORM UNTIL WS-DAY-IX >= WS-DAY-COUNT
        ADD 1 TO WS-DAY-IX
        PERFORM 8200-WRITE-DAY-LINE
    END-PERFORM
    WRITE OCCUPANCY-REPORT-LINE FROM WS-HEADING-LINE-2
    MOVE "TOTAL VISITS:" TO TL-LABEL
    MOVE WS-VISIT-COUNT TO TL-VALUE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "VISITS SIGNED OUT:" TO TL-LABEL
    MOVE WS-SIGNED-OUT-COUNT TO TL-VALUE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-TOTAL-LINE
    IF WS-SIGNED-OUT-COUNT > 0
        COMPUTE WS-AVERAGE-MINUTES ROUNDED =
            WS-TOTAL-MINUTES / WS-SIGNED-OUT-COUNT
    ELSE
        MOVE 0 TO WS-AVERAGE-MINUTES
    END-IF
    MOVE "AVERAGE VISIT (MINUTES):" TO TL-LABEL
    MOVE WS-AVERAGE-MINUTES TO TL-VALUE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE WS-LONGEST-MINUTES TO LL-MINUTES
    MOVE WS-LONGEST-DATE TO LL-DATE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-LONGEST-LINE
    MOVE "VISITORS NEVER SIGNED OUT:" TO TL-LABEL
    MOVE WS-NOT-OUT-COUNT TO TL-VALUE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-TOTAL-LINE
    IF WS-VISIT-COUNT > 0
        COMPUTE WS-PERCENT ROUNDED =
            WS-NOT-OUT-COUNT * 100 / WS-VISIT-COUNT
    ELSE
        MOVE 0 TO WS-PERCENT
    END-IF
    MOVE WS-PERCENT TO PC-VALUE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-PERCENT-LINE
    MOVE "DEPARTURE BEFORE ARRIVAL:" TO TL-LABEL
    MOVE WS-BAD-OUT-COUNT TO TL-VALUE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "RECORDS SKIPPED:" TO TL-LABEL
    MOVE WS-REJECT-COUNT TO TL-VALUE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-TOTAL-LINE
    WRITE OCCUPANCY-REPORT-LINE FROM WS-NOTE-LINE.

8100-WRITE-HOUR-LINE.
    COMPUTE HL-FROM-HH = WS-HOUR-IX - 1
    COMPUTE HL-TO-HH = WS-HOUR-IX - 1
    MOVE WH-ARRIVALS(WS-HOUR-IX) TO HL-ARRIVALS
    IF WS-DAY-COUNT > 0
        COMPUTE WS-AVERAGE-ON-SITE ROUNDED =
            WH-PERSON-MINUTES(WS-HOUR-IX) / (60 * WS-DAY-COUNT)
    ELSE
        MOVE 0 TO WS-AVERAGE-ON-SITE
    END-IF
    MOVE WS-AVERAGE-ON-SITE TO HL-AVERAGE
    MOVE WH-PEAK(WS-HOUR-IX) TO HL-PEAK
    IF WH-PEAK(WS-HOUR-IX) > 0
        MOVE WH-PEAK-DATE(WS-HOUR-IX) TO HL-PEAK-DATE
        MOVE WH-PEAK-TIME(WS-HOUR-IX) TO WS-CLOCK-HHMM
        PERFORM 8300-EDIT-CLOCK-TIME
        MOVE WS-TIME-EDIT TO HL-PEAK-TIME
    ELSE
        MOVE SPACES TO HL-PEAK-DATE
        MOVE SPACES TO HL-PEAK-TIME
    END-IF
    WRITE OCCUPANCY-REPORT-LINE FROM WS-HOUR-LINE.

8200-WRITE-DAY-LINE.
    MOVE WD-DATE(WS-DAY-IX) TO DY-DATE
    MOVE WD-VISITORS(WS-DAY-IX) TO DY-VISITORS
    MOVE WD-SIGNED-OUT(WS-DAY-IX) TO DY-SIGNED-OUT
    IF WD-SIGNED-OUT(WS-DAY-IX) > 0
        COMPUTE WS-AVERAGE-MINUTES ROUNDED =
            WD-TOTAL-MINUTES(WS-DAY-IX) / WD-SIGNED-OUT(WS-DAY-IX)
    ELSE
        MOVE 0 TO WS-AVERAGE-MINUTES
    END-IF
    MOVE WS-AVERAGE-MINUTES TO DY-AVERAGE
    MOVE WD-LONGEST(WS-DAY-IX) TO DY-LONGEST
    MOVE WD-NOT-OUT(WS-DAY-IX) TO DY-NOT-OUT
    IF WD-VISITORS(WS-DAY-IX) > 0
        COMPUTE WS-PERCENT ROUNDED =
            WD-NOT-OUT(WS-DAY-IX) * 100 / WD-VISITORS(WS-DAY-IX)
    ELSE
        MOVE 0 TO WS-PERCENT
    END-IF
    MOVE WS-PERCENT TO DY-PERCENT
    MOVE WD-PEAK(WS-DAY-IX) TO DY-PEAK
    MOVE WD-PEAK-TIME(WS-DAY-IX) TO WS-CLOCK-HHMM
    PERFORM 8300-EDIT-CLOCK-TIME
    MOVE WS-TIME-EDIT TO DY-PEAK-TIME
    WRITE OCCUPANCY-REPORT-LINE FROM WS-DAY-LINE.

8300-EDIT-CLOCK-TIME.
    DIVIDE WS-CLOCK-HHMM BY 100 GIVING TE-HH REMAINDER TE-MM.

9000-TERMINATE.
    CLOSE OCCUPANCY-REPORT.

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
        MOVE "COBOLTVB" TO OL-PROGRAM
        MOVE WS-TO-DATE TO OL-DATE
        MOVE WS-START-TIME TO OL-START-TIME
        ACCEPT WS-OPS-TIME-RAW FROM TIME
        MOVE WS-OPS-TIME-HHMMSS TO OL-END-TIME
        MOVE WS-READ-COUNT TO OL-RECORDS-IN
        MOVE WS-DAY-COUNT TO OL-RECORDS-OUT
        MOVE WS-REJECT-COUNT TO OL-REJECTS
        MOVE RETURN-CODE TO OL-RETURN-CODE
        WRITE OPS-LOG-RECORD
        IF WS-OPSLOG-STATUS NOT = "00"
            DISPLAY "Ops log write failed - file status "
                WS-OPSLOG-STATUS " - this run is missing from OPSLOG"
        END-IF
        CLOSE OPS-LOG-FILE
    END-IF.
