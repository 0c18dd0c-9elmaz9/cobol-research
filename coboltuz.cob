      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltuz.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - security watch list maintenance.  Security
*> keeps the WATCHLST dataset here: each entry names a person by SSN,
*> by name, or both, with the reason, the issuing officer, and the
*> effective and expiry dates (no expiry date = open-ended).  Entries
*> are never deleted, only marked removed, so the list keeps its own
*> history.  coboltut alerts the clerk on a match and coboltub holds
*> matching KIOSKIN records on SUSPENSE with reason SECW; a held
*> record can only be resubmitted by coboltur once security records
*> a release for that SSN here, which is appended to the SECREL
*> journal and is good for the business date it is entered on.
*> October 14th 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 15th 2026 - an effective or expiry date that does not
*> exist (such as 31st February) is refused.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WATCHLST-STATUS.
    SELECT SECURITY-RELEASE-FILE ASSIGN TO "SECREL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECREL-STATUS.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
    SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPSLOG-STATUS.

DATA DIVISION.
FILE SECTION.
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
01 WS-WATCHLST-STATUS PIC XX VALUE "00".
01 WS-SECREL-STATUS PIC XX VALUE "00".
01 WS-CYCLE-STATUS PIC XX VALUE "00".
01 WS-WATCH-EOF-SW PIC X VALUE "N".
    88 END-OF-WATCH-LIST VALUE "Y".
01 WS-WATCH-SW PIC X VALUE "N".
    88 WATCH-FOUND VALUE "Y".
    88 WATCH-NOT-FOUND VALUE "N".
01 WS-WATCH-COUNT PIC 999 VALUE 0.
01 WS-WATCH-IX PIC 999 VALUE 0.
01 WS-WATCH-TABLE.
    05 WS-WATCH-ENTRY OCCURS 500 TIMES.
        10 WT-ENTRY-NO PIC 9(5).
        10 WT-SSN PIC X(9).
        10 WT-NAME PIC X(30).
        10 WT-REASON PIC X(30).
        10 WT-OFFICER PIC X(10).
        10 WT-EFF-DATE PIC 9(8).
        10 WT-EXP-DATE PIC 9(8).
        10 WT-STATUS PIC X.
01 WS-NEXT-ENTRY-NO PIC 9(5) VALUE 1.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
01 WS-TIME-RAW.
    05 WS-TIME-HHMMSS PIC 9(6).
    05 FILLER PIC 99.
01 WS-ENTRY-NO PIC 9(5) VALUE 0.
01 WS-WATCH-NAME PIC X(30) VALUE SPACES.
01 WS-WATCH-SSN PIC X(9) VALUE SPACES.
01 WS-REASON PIC X(30) VALUE SPACES.
01 WS-OFFICER PIC X(10) VALUE SPACES.
01 WS-EFF-DATE PIC 9(8) VALUE 0.
01 WS-EXP-DATE PIC 9(8) VALUE 0.
01 WS-DATE-WORK PIC 9(8) VALUE 0.
01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
    05 WS-DATE-YEAR PIC 9(4).
    05 WS-DATE-MONTH PIC 99.
    05 WS-DATE-DAY PIC 99.
01 WS-MATCH-NAME PIC X(30) VALUE SPACES.
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
01 WS-CONFIRM-ENTRY PIC X VALUE SPACE.
01 WS-LIST-COUNT PIC 999 VALUE 0.
01 WS-RELEASE-COUNT PIC 9(5) VALUE 0.

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
    PERFORM 7000-LOAD-WATCH-LIST
    OPEN INPUT SECURITY-RELEASE-FILE
    IF WS-SECREL-STATUS = "35"
        OPEN OUTPUT SECURITY-RELEASE-FILE
        CLOSE SECURITY-RELEASE-FILE
    ELSE
        CLOSE SECURITY-RELEASE-FILE
    END-IF
    OPEN EXTEND SECURITY-RELEASE-FILE.

2000-SHOW-MENU.
    DISPLAY SPACE
    DISPLAY "===================================="
    DISPLAY "  Security Watch List Maintenance"
    DISPLAY "===================================="
    DISPLAY "  1. Add a watch list entry"
    DISPLAY "  2. Remove a watch list entry"
    DISPLAY "  3. Change an expiry date"
    DISPLAY "  4. Record a security release"
    DISPLAY "  5. List watch list entries"
    DISPLAY "  6. Exit"
    DISPLAY "Enter your choice (1-6) " WITH NO ADVANCING
    ACCEPT WS-CHOICE.

3000-PROCESS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN "1"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 4000-ADD-ENTRY
        WHEN "2"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 5000-REMOVE-ENTRY
        WHEN "3"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 5500-CHANGE-EXPIRY
        WHEN "4"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 5800-RECORD-RELEASE
        WHEN "5"
            PERFORM 6000-LIST-ENTRIES
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

4000-ADD-ENTRY.
    IF WS-WATCH-COUNT >= 500
        DISPLAY "Watch list table full - entry not added"
    ELSE
        MOVE SPACES TO WS-WATCH-SSN
        DISPLAY "Is the SSN known (Y/N) " WITH NO ADVANCING
        MOVE SPACE TO WS-CONFIRM-ENTRY
        ACCEPT WS-CONFIRM-ENTRY
        IF WS-CONFIRM-ENTRY = "Y" OR WS-CONFIRM-ENTRY = "y"
            PERFORM 4400-CAPTURE-SSN
            MOVE SsNum TO WS-WATCH-SSN
        END-IF
        IF NOT STOP-RUNNING
            DISPLAY "Name (blank = match on the SSN only) "
                WITH NO ADVANCING
            MOVE SPACES TO WS-WATCH-NAME
            ACCEPT WS-WATCH-NAME
            IF WS-WATCH-NAME = SPACES AND WS-WATCH-SSN = SPACES
                DISPLAY "An entry needs an SSN, a name, or both - "
                    "entry not added"
            ELSE
                PERFORM 4100-CAPTURE-REASON
                IF NOT STOP-RUNNING
                    PERFORM 4200-CAPTURE-OFFICER
                END-IF
                IF NOT STOP-RUNNING
                    PERFORM 4300-CAPTURE-EFF-DATE
                END-IF
                IF NOT STOP-RUNNING
                    PERFORM 4350-CAPTURE-EXP-DATE
                END-IF
                IF NOT STOP-RUNNING
                    ADD 1 TO WS-WATCH-COUNT
                    MOVE WS-WATCH-COUNT TO WS-WATCH-IX
                    MOVE WS-NEXT-ENTRY-NO TO WT-ENTRY-NO(WS-WATCH-IX)
                    MOVE WS-WATCH-SSN TO WT-SSN(WS-WATCH-IX)
                    MOVE FUNCTION UPPER-CASE(WS-WATCH-NAME)
                        TO WT-NAME(WS-WATCH-IX)
                    MOVE WS-REASON TO WT-REASON(WS-WATCH-IX)
                    MOVE WS-OFFICER TO WT-OFFICER(WS-WATCH-IX)
                    MOVE WS-EFF-DATE TO WT-EFF-DATE(WS-WATCH-IX)
                    MOVE WS-EXP-DATE TO WT-EXP-DATE(WS-WATCH-IX)
                    MOVE "A" TO WT-STATUS(WS-WATCH-IX)
                    ADD 1 TO WS-NEXT-ENTRY-NO
                    ADD 1 TO WS-CHANGE-COUNT
                    DISPLAY "Watch list entry "
                        WT-ENTRY-NO(WS-WATCH-IX) " added"
                END-IF
            END-IF
        END-IF
    END-IF
    MOVE ZERO TO SsNum.

4100-CAPTURE-REASON.
    MOVE SPACES TO WS-REASON
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL WS-REASON NOT = SPACES OR STOP-RUNNING
        DISPLAY "Reason " WITH NO ADVANCING
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

4200-CAPTURE-OFFICER.
    MOVE SPACES TO WS-OFFICER
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL WS-OFFICER NOT = SPACES OR STOP-RUNNING
        DISPLAY "Security officer id " WITH NO ADVANCING
        ACCEPT WS-OFFICER
        IF WS-OFFICER = SPACES
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "The officer id is required"
            END-IF
        END-IF
    END-PERFORM.

4300-CAPTURE-EFF-DATE.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Effective date (YYYYMMDD, blank = today) "
            WITH NO ADVANCING
        MOVE SPACES TO WS-DATE-ENTRY
        ACCEPT WS-DATE-ENTRY
        IF WS-DATE-ENTRY = SPACES
            MOVE WS-BUSINESS-DATE TO WS-EFF-DATE
            SET VALID-ENTRY TO TRUE
        ELSE
            PERFORM 4380-EDIT-DATE
            IF VALID-ENTRY
                MOVE WS-DATE-WORK TO WS-EFF-DATE
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

4350-CAPTURE-EXP-DATE.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Expiry date (YYYYMMDD, blank = no expiry) "
            WITH NO ADVANCING
        MOVE SPACES TO WS-DATE-ENTRY
        ACCEPT WS-DATE-ENTRY
        IF WS-DATE-ENTRY = SPACES
            MOVE 99999999 TO WS-EXP-DATE
            SET VALID-ENTRY TO TRUE
        ELSE
            PERFORM 4380-EDIT-DATE
            IF VALID-ENTRY AND WS-DATE-WORK < WS-EFF-DATE
                SET INVALID-ENTRY TO TRUE
            END-IF
            IF VALID-ENTRY
                MOVE WS-DATE-WORK TO WS-EXP-DATE
            ELSE
                ADD 1 TO WS-RETRY-COUNT
                IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                    DISPLAY "Too many invalid entries - "
                        "ending session"
                    SET STOP-RUNNING TO TRUE
                ELSE
                    DISPLAY "Invalid date - YYYYMMDD, not before "
                        "the effective date " WS-EFF-DATE
                        " - please re-enter"
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

4500-CAPTURE-ENTRY-NO.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Watch list entry number (5 digits) "
            WITH NO ADVANCING
        MOVE SPACES TO WS-ID-ENTRY
        ACCEPT WS-ID-ENTRY
        IF WS-ID-ENTRY NOT NUMERIC
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid entry number - five digits - "
                    "please re-enter"
            END-IF
        ELSE
            MOVE WS-ID-ENTRY TO WS-ENTRY-NO
            SET VALID-ENTRY TO TRUE
        END-IF
    END-PERFORM.

5000-REMOVE-ENTRY.
    PERFORM 4500-CAPTURE-ENTRY-NO
    IF NOT STOP-RUNNING
        PERFORM 7100-FIND-ENTRY
        IF WATCH-NOT-FOUND
            DISPLAY "Entry not on the watch list"
        ELSE
            IF WT-STATUS(WS-WATCH-IX) = "R"
                DISPLAY "Entry is already removed"
            ELSE
                MOVE "R" TO WT-STATUS(WS-WATCH-IX)
                ADD 1 TO WS-CHANGE-COUNT
                DISPLAY "Entry " WT-ENTRY-NO(WS-WATCH-IX)
                    " removed from the watch list"
            END-IF
        END-IF
    END-IF.

5500-CHANGE-EXPIRY.
    PERFORM 4500-CAPTURE-ENTRY-NO
    IF NOT STOP-RUNNING
        PERFORM 7100-FIND-ENTRY
        IF WATCH-NOT-FOUND
            DISPLAY "Entry not on the watch list"
        ELSE
            DISPLAY "Current expiry date is " WT-EXP-DATE(WS-WATCH-IX)
            MOVE WT-EFF-DATE(WS-WATCH-IX) TO WS-EFF-DATE
            PERFORM 4350-CAPTURE-EXP-DATE
            IF NOT STOP-RUNNING
                MOVE WS-EXP-DATE TO WT-EXP-DATE(WS-WATCH-IX)
                ADD 1 TO WS-CHANGE-COUNT
                DISPLAY "Expiry date changed to " WS-EXP-DATE
            END-IF
        END-IF
    END-IF.

5800-RECORD-RELEASE.
    PERFORM 4400-CAPTURE-SSN
    IF NOT STOP-RUNNING
        MOVE SsNum TO WS-WATCH-SSN
        MOVE 0 TO WS-LIST-COUNT
        MOVE 0 TO WS-WATCH-IX
        PERFORM UNTIL WS-WATCH-IX >= WS-WATCH-COUNT
            ADD 1 TO WS-WATCH-IX
            IF WT-SSN(WS-WATCH-IX) = WS-WATCH-SSN
                    AND WT-STATUS(WS-WATCH-IX) = "A"
                ADD 1 TO WS-LIST-COUNT
                DISPLAY "On the watch list as entry "
                    WT-ENTRY-NO(WS-WATCH-IX) " - "
                    FUNCTION TRIM(WT-REASON(WS-WATCH-IX))
            END-IF
        END-PERFORM
        IF WS-LIST-COUNT = 0
            DISPLAY "No active SSN entry - the hold may have been "
                "on the name"
        END-IF
        PERFORM 4100-CAPTURE-REASON
    END-IF
    IF NOT STOP-RUNNING
        PERFORM 4200-CAPTURE-OFFICER
    END-IF
    IF NOT STOP-RUNNING
        MOVE WS-BUSINESS-DATE TO SR-DATE
        MOVE WS-WATCH-SSN TO SR-SSN
        MOVE WS-OFFICER TO SR-OFFICER
        MOVE WS-REASON TO SR-REASON
        ACCEPT WS-TIME-RAW FROM TIME
        MOVE WS-TIME-HHMMSS TO SR-TIME
        WRITE SECURITY-RELEASE-RECORD
        IF WS-SECREL-STATUS = "00"
            ADD 1 TO WS-RELEASE-COUNT
            ADD 1 TO WS-CHANGE-COUNT
            DISPLAY "Security release recorded for business date "
                WS-BUSINESS-DATE
        ELSE
            DISPLAY "Security release write failed - file status "
                WS-SECREL-STATUS " - tell the supervisor"
        END-IF
    END-IF
    MOVE ZERO TO SsNum.

6000-LIST-ENTRIES.
    MOVE 0 TO WS-LIST-COUNT
    MOVE 0 TO WS-WATCH-IX
    PERFORM UNTIL WS-WATCH-IX >= WS-WATCH-COUNT
        ADD 1 TO WS-WATCH-IX
        ADD 1 TO WS-LIST-COUNT
        DISPLAY WT-ENTRY-NO(WS-WATCH-IX) " "
            WT-STATUS(WS-WATCH-IX) " "
            WT-EFF-DATE(WS-WATCH-IX) "-"
            WT-EXP-DATE(WS-WATCH-IX) " "
            WT-SSN(WS-WATCH-IX) " "
            FUNCTION TRIM(WT-NAME(WS-WATCH-IX)) " / "
            FUNCTION TRIM(WT-REASON(WS-WATCH-IX)) " / "
            FUNCTION TRIM(WT-OFFICER(WS-WATCH-IX))
    END-PERFORM
    DISPLAY "Watch list entries: " WS-LIST-COUNT.

7000-LOAD-WATCH-LIST.
    MOVE "N" TO WS-WATCH-EOF-SW
    MOVE 0 TO WS-WATCH-COUNT
    MOVE 1 TO WS-NEXT-ENTRY-NO
    OPEN INPUT WATCH-LIST-FILE
    IF WS-WATCHLST-STATUS = "35"
        OPEN OUTPUT WATCH-LIST-FILE
        CLOSE WATCH-LIST-FILE
        OPEN INPUT WATCH-LIST-FILE
    END-IF
    PERFORM UNTIL END-OF-WATCH-LIST
        READ WATCH-LIST-FILE
            AT END SET END-OF-WATCH-LIST TO TRUE
            NOT AT END
                ADD 1 TO WS-LOADED-COUNT
                IF WS-WATCH-COUNT < 500
                    ADD 1 TO WS-WATCH-COUNT
                    MOVE WATCH-LIST-RECORD
                        TO WS-WATCH-ENTRY(WS-WATCH-COUNT)
                    IF WL-ENTRY-NO >= WS-NEXT-ENTRY-NO
                        COMPUTE WS-NEXT-ENTRY-NO = WL-ENTRY-NO + 1
                    END-IF
                ELSE
                    DISPLAY "Watch list table full - "
                        "record skipped - tell the supervisor"
                END-IF
        END-READ
    END-PERFORM
    CLOSE WATCH-LIST-FILE.

7100-FIND-ENTRY.
    SET WATCH-NOT-FOUND TO TRUE
    MOVE 0 TO WS-WATCH-IX
    PERFORM UNTIL WATCH-FOUND OR WS-WATCH-IX >= WS-WATCH-COUNT
        ADD 1 TO WS-WATCH-IX
        IF WT-ENTRY-NO(WS-WATCH-IX) = WS-ENTRY-NO
            SET WATCH-FOUND TO TRUE
        END-IF
    END-PERFORM.

7300-SAVE-WATCH-LIST.
    OPEN OUTPUT WATCH-LIST-FILE
    IF WS-WATCHLST-STATUS NOT = "00"
        DISPLAY "Watch list save open failed - file status "
            WS-WATCHLST-STATUS " - tell the supervisor"
    ELSE
        MOVE 0 TO WS-WATCH-IX
        PERFORM UNTIL WS-WATCH-IX >= WS-WATCH-COUNT
            ADD 1 TO WS-WATCH-IX
            MOVE WS-WATCH-ENTRY(WS-WATCH-IX) TO WATCH-LIST-RECORD
            WRITE WATCH-LIST-RECORD
            IF WS-WATCHLST-STATUS NOT = "00"
                DISPLAY "Watch list write failed - file status "
                    WS-WATCHLST-STATUS " - tell the supervisor"
                MOVE WS-WATCH-COUNT TO WS-WATCH-IX
            END-IF
        END-PERFORM
        CLOSE WATCH-LIST-FILE
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
    PERFORM 7300-SAVE-WATCH-LIST
    CLOSE SECURITY-RELEASE-FILE.

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
        MOVE "COBOLTUZ" TO OL-PROGRAM
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
