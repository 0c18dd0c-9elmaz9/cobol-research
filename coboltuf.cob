      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltuf.
AUTHOR. Elmaz Dzhelianchyk.
DATE-WRITTEN. October 14th 2026
*> October 14th 2026 - direct deposit bank account master maintenance,
*> the BANKMAST counterpart of what coboltue does for RATEMAST: add an
*> employee's account (routing number, account number, checking or
*> savings), correct it, deactivate and reactivate it, and list the
*> master.  The employee id must already be on RATEMAST and the routing
*> number must pass the ABA check digit.  A new or changed account
*> starts in prenote status: the coboltuv direct deposit step sends the
*> zero-dollar prenote entry and only pays into the account once the
*> prenote has stood for the waiting period; until then the employee
*> is paid by paper check.
*> October 15th 2026 - reactivate only acts on a deactivated account,
*> so an active or prenote-pending account is not reset by mistake.
*> October 15th 2026 - an account is not added for an employee who is
*> deactivated on RATEMAST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BANK-MASTER-FILE ASSIGN TO "BANKMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANKMAST-STATUS.
    SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATEMAST-STATUS.
    SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPSLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD BANK-MASTER-FILE.
01 BANK-MASTER-RECORD.
    05 BA-EMP-ID PIC 9(5).
    05 BA-ROUTING PIC 9(9).
    05 BA-ACCOUNT PIC X(17).
    05 BA-ACCT-TYPE PIC X.
    05 BA-STATUS PIC X.
    05 BA-PRENOTE-DATE PIC 9(8).
    05 BA-CHANGED-DATE PIC 9(8).

FD RATE-MASTER-FILE.
01 RATE-MASTER-RECORD.
    05 RM-EMP-ID PIC 9(5).
    05 RM-EMP-NAME PIC X(30).
    05 RM-DEPT PIC X(8).
    05 RM-HOURLY-RATE PIC 99V99.
    05 RM-OT-THRESHOLD PIC 99.
    05 RM-ACTIVE-SW PIC X.

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
01 WS-BANKMAST-STATUS PIC XX VALUE "00".
01 WS-RATEMAST-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
01 WS-BANK-SW PIC X VALUE "N".
    88 BANK-FOUND VALUE "Y".
    88 BANK-NOT-FOUND VALUE "N".
01 WS-RATE-SW PIC X VALUE "N".
    88 RATE-FOUND VALUE "Y".
    88 RATE-NOT-FOUND VALUE "N".
01 WS-BANK-COUNT PIC 999 VALUE 0.
01 WS-BANK-IX PIC 999 VALUE 0.
01 WS-BANK-TABLE.
    05 WS-BANK-ENTRY OCCURS 200 TIMES.
        10 BT-EMP-ID PIC 9(5).
        10 BT-ROUTING PIC 9(9).
        10 BT-ACCOUNT PIC X(17).
        10 BT-ACCT-TYPE PIC X.
        10 BT-STATUS PIC X.
        10 BT-PRENOTE-DATE PIC 9(8).
        10 BT-CHANGED-DATE PIC 9(8).
01 WS-RATE-COUNT PIC 999 VALUE 0.
01 WS-RATE-IX PIC 999 VALUE 0.
01 WS-RATE-TABLE.
    05 WS-RATE-ENTRY OCCURS 200 TIMES.
        10 RT-EMP-ID PIC 9(5).
        10 RT-EMP-NAME PIC X(30).
        10 RT-ACTIVE-SW PIC X.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-TIME-RAW.
    05 WS-TIME-HHMMSS PIC 9(6).
    05 FILLER PIC 99.
01 WS-EMP-ID PIC 9(5) VALUE 0.
01 WS-NEW-ROUTING PIC 9(9) VALUE 0.
01 WS-NEW-ACCOUNT PIC X(17) VALUE SPACES.
01 WS-NEW-TYPE PIC X VALUE SPACE.
01 WS-CHECK-SUM PIC 9(4) VALUE 0.
01 WS-CHECK-QUOTIENT PIC 9(4) VALUE 0.
01 WS-CHECK-REMAINDER PIC 9 VALUE 0.
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
01 WS-ROUTING-ENTRY PIC X(9) VALUE SPACES.
01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-ENTRY.
    05 WS-ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
01 WS-ACCOUNT-ENTRY PIC X(17) VALUE SPACES.
01 WS-TYPE-ENTRY PIC X VALUE SPACE.

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
    PERFORM 7000-LOAD-BANK-MASTER
    PERFORM 7200-LOAD-RATE-MASTER.

2000-SHOW-MENU.
    DISPLAY SPACE
    DISPLAY "===================================="
    DISPLAY "  Direct Deposit Account Maintenance"
    DISPLAY "===================================="
    DISPLAY "  1. Add an account"
    DISPLAY "  2. Change an account"
    DISPLAY "  3. Deactivate an account"
    DISPLAY "  4. Reactivate an account"
    DISPLAY "  5. List accounts"
    DISPLAY "  6. Exit"
    DISPLAY "Enter your choice (1-6) " WITH NO ADVANCING
    ACCEPT WS-CHOICE.

3000-PROCESS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN "1"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 4000-ADD-ACCOUNT
        WHEN "2"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 5000-CHANGE-ACCOUNT
        WHEN "3"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 5600-DEACTIVATE-ACCOUNT
        WHEN "4"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 5700-REACTIVATE-ACCOUNT
        WHEN "5"
            PERFORM 6000-LIST-ACCOUNTS
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

4000-ADD-ACCOUNT.
    PERFORM 4100-CAPTURE-EMP-ID
    IF NOT STOP-RUNNING
        PERFORM 7300-FIND-RATE
        PERFORM 7100-FIND-BANK
        IF RATE-NOT-FOUND
            DISPLAY "Employee not on the rate master - add the "
                "employee with coboltue first"
        ELSE
            IF RT-ACTIVE-SW(WS-RATE-IX) = "D"
                DISPLAY FUNCTION TRIM(RT-EMP-NAME(WS-RATE-IX))
                    " is deactivated on the rate master - "
                    "account not added"
            ELSE
                IF BANK-FOUND
                    DISPLAY "Account already on file for "
                        FUNCTION TRIM(RT-EMP-NAME(WS-RATE-IX))
                        " - use option 2 to change it"
                ELSE
                    IF WS-BANK-COUNT < 200
                        PERFORM 4200-CAPTURE-ROUTING
                        IF NOT STOP-RUNNING
                            PERFORM 4300-CAPTURE-ACCOUNT
                        END-IF
                        IF NOT STOP-RUNNING
                            PERFORM 4400-CAPTURE-TYPE
                        END-IF
                        IF NOT STOP-RUNNING
                            ADD 1 TO WS-BANK-COUNT
                            MOVE WS-BANK-COUNT TO WS-BANK-IX
                            MOVE WS-EMP-ID TO BT-EMP-ID(WS-BANK-IX)
                            PERFORM 4500-APPLY-ACCOUNT
                            ADD 1 TO WS-CHANGE-COUNT
                            DISPLAY "Account added for "
                                FUNCTION TRIM(RT-EMP-NAME(WS-RATE-IX))
                                " - prenote pending, paper check "
                                "until the prenote clears"
                        END-IF
                    ELSE
                        DISPLAY "Bank master table full - "
                            "account not added"
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

4500-APPLY-ACCOUNT.
    MOVE WS-NEW-ROUTING TO BT-ROUTING(WS-BANK-IX)
    MOVE WS-NEW-ACCOUNT TO BT-ACCOUNT(WS-BANK-IX)
    MOVE WS-NEW-TYPE TO BT-ACCT-TYPE(WS-BANK-IX)
    MOVE "P" TO BT-STATUS(WS-BANK-IX)
    MOVE 0 TO BT-PRENOTE-DATE(WS-BANK-IX)
    MOVE WS-TODAY TO BT-CHANGED-DATE(WS-BANK-IX).

5000-CHANGE-ACCOUNT.
    PERFORM 4100-CAPTURE-EMP-ID
    IF NOT STOP-RUNNING
        PERFORM 7100-FIND-BANK
        IF BANK-FOUND
            DISPLAY "Current account is routing "
                BT-ROUTING(WS-BANK-IX) " account "
                FUNCTION TRIM(BT-ACCOUNT(WS-BANK-IX)) " type "
                BT-ACCT-TYPE(WS-BANK-IX) " status "
                BT-STATUS(WS-BANK-IX)
            PERFORM 4200-CAPTURE-ROUTING
            IF NOT STOP-RUNNING
                PERFORM 4300-CAPTURE-ACCOUNT
            END-IF
            IF NOT STOP-RUNNING
                PERFORM 4400-CAPTURE-TYPE
            END-IF
            IF NOT STOP-RUNNING
                PERFORM 4500-APPLY-ACCOUNT
                ADD 1 TO WS-CHANGE-COUNT
                DISPLAY "Account changed - a new prenote will be "
                    "sent, paper check until it clears"
            END-IF
        ELSE
            DISPLAY "No account on file for that employee"
        END-IF
    END-IF.

5600-DEACTIVATE-ACCOUNT.
    PERFORM 4100-CAPTURE-EMP-ID
    IF NOT STOP-RUNNING
        PERFORM 7100-FIND-BANK
        IF BANK-FOUND
            MOVE "D" TO BT-STATUS(WS-BANK-IX)
            MOVE WS-TODAY TO BT-CHANGED-DATE(WS-BANK-IX)
            ADD 1 TO WS-CHANGE-COUNT
            DISPLAY "Account deactivated - employee will be paid "
                "by paper check"
        ELSE
            DISPLAY "No account on file for that employee"
        END-IF
    END-IF.

5700-REACTIVATE-ACCOUNT.
    PERFORM 4100-CAPTURE-EMP-ID
    IF NOT STOP-RUNNING
        PERFORM 7100-FIND-BANK
        IF BANK-FOUND
            IF BT-STATUS(WS-BANK-IX) = "D"
                IF BT-PRENOTE-DATE(WS-BANK-IX) > 0
                    MOVE "A" TO BT-STATUS(WS-BANK-IX)
                    DISPLAY "Account reactivated"
                ELSE
                    MOVE "P" TO BT-STATUS(WS-BANK-IX)
                    DISPLAY "Account reactivated - prenote never sent, "
                        "prenote pending"
                END-IF
                MOVE WS-TODAY TO BT-CHANGED-DATE(WS-BANK-IX)
                ADD 1 TO WS-CHANGE-COUNT
            ELSE
                DISPLAY "Account is not deactivated"
            END-IF
        ELSE
            DISPLAY "No account on file for that employee"
        END-IF
    END-IF.

6000-LIST-ACCOUNTS.
    DISPLAY "Accounts on master: " WS-BANK-COUNT
    MOVE 0 TO WS-BANK-IX
    PERFORM UNTIL WS-BANK-IX >= WS-BANK-COUNT
        ADD 1 TO WS-BANK-IX
        MOVE BT-EMP-ID(WS-BANK-IX) TO WS-EMP-ID
        PERFORM 7300-FIND-RATE
        IF RATE-FOUND
            DISPLAY BT-EMP-ID(WS-BANK-IX) " "
                BT-STATUS(WS-BANK-IX) " "
                BT-ACCT-TYPE(WS-BANK-IX) " "
                BT-ROUTING(WS-BANK-IX) " "
                BT-ACCOUNT(WS-BANK-IX) " "
                BT-PRENOTE-DATE(WS-BANK-IX) " "
                FUNCTION TRIM(RT-EMP-NAME(WS-RATE-IX))
        ELSE
            DISPLAY BT-EMP-ID(WS-BANK-IX) " "
                BT-STATUS(WS-BANK-IX) " "
                BT-ACCT-TYPE(WS-BANK-IX) " "
                BT-ROUTING(WS-BANK-IX) " "
                BT-ACCOUNT(WS-BANK-IX) " "
                BT-PRENOTE-DATE(WS-BANK-IX) " "
                "(NOT ON RATE MASTER)"
        END-IF
    END-PERFORM.

4100-CAPTURE-EMP-ID.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Enter the employee id (5 digits) " WITH NO ADVANCING
        MOVE SPACES TO WS-ID-ENTRY
        ACCEPT WS-ID-ENTRY
        IF WS-ID-ENTRY NOT NUMERIC OR WS-ID-ENTRY = "00000"
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid employee id - five digits, "
                    "not all zeros - please re-enter"
            END-IF
        ELSE
            MOVE WS-ID-ENTRY TO WS-EMP-ID
            SET VALID-ENTRY TO TRUE
        END-IF
    END-PERFORM.

4200-CAPTURE-ROUTING.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Bank routing number (9 digits) " WITH NO ADVANCING
        MOVE SPACES TO WS-ROUTING-ENTRY
        ACCEPT WS-ROUTING-ENTRY
        IF WS-ROUTING-ENTRY NOT NUMERIC
                OR WS-ROUTING-ENTRY = "000000000"
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid routing number - nine digits - "
                    "please re-enter"
            END-IF
        ELSE
            PERFORM 4250-CHECK-ROUTING-DIGIT
            IF WS-CHECK-REMAINDER NOT = 0
                ADD 1 TO WS-RETRY-COUNT
                IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                    DISPLAY "Too many invalid entries - "
                        "ending session"
                    SET STOP-RUNNING TO TRUE
                ELSE
                    DISPLAY "Routing number fails the check digit - "
                        "please re-enter"
                END-IF
            ELSE
                MOVE WS-ROUTING-ENTRY TO WS-NEW-ROUTING
                SET VALID-ENTRY TO TRUE
            END-IF
        END-IF
    END-PERFORM.

4250-CHECK-ROUTING-DIGIT.
    COMPUTE WS-CHECK-SUM =
        3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
            + WS-ROUTING-DIGIT(7))
        + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
            + WS-ROUTING-DIGIT(8))
        + WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
            + WS-ROUTING-DIGIT(9)
    DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
        REMAINDER WS-CHECK-REMAINDER.

4300-CAPTURE-ACCOUNT.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Account number (up to 17 digits) " WITH NO ADVANCING
        MOVE SPACES TO WS-ACCOUNT-ENTRY
        ACCEPT WS-ACCOUNT-ENTRY
        IF WS-ACCOUNT-ENTRY = SPACES
                OR FUNCTION TRIM(WS-ACCOUNT-ENTRY) NOT NUMERIC
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid account number - digits only - "
                    "please re-enter"
            END-IF
        ELSE
            MOVE FUNCTION TRIM(WS-ACCOUNT-ENTRY) TO WS-NEW-ACCOUNT
            SET VALID-ENTRY TO TRUE
        END-IF
    END-PERFORM.

4400-CAPTURE-TYPE.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Account type (C = checking, S = savings) "
            WITH NO ADVANCING
        MOVE SPACE TO WS-TYPE-ENTRY
        ACCEPT WS-TYPE-ENTRY
        MOVE FUNCTION UPPER-CASE(WS-TYPE-ENTRY) TO WS-TYPE-ENTRY
        IF WS-TYPE-ENTRY NOT = "C" AND WS-TYPE-ENTRY NOT = "S"
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid type - C or S - please re-enter"
            END-IF
        ELSE
            MOVE WS-TYPE-ENTRY TO WS-NEW-TYPE
            SET VALID-ENTRY TO TRUE
        END-IF
    END-PERFORM.

7000-LOAD-BANK-MASTER.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-BANK-COUNT
    OPEN INPUT BANK-MASTER-FILE
    IF WS-BANKMAST-STATUS = "35"
        OPEN OUTPUT BANK-MASTER-FILE
        CLOSE BANK-MASTER-FILE
        OPEN INPUT BANK-MASTER-FILE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ BANK-MASTER-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF WS-BANK-COUNT < 200
                    ADD 1 TO WS-BANK-COUNT
                    MOVE BANK-MASTER-RECORD
                        TO WS-BANK-ENTRY(WS-BANK-COUNT)
                ELSE
                    DISPLAY "Bank master table full - "
                        "record skipped"
                END-IF
        END-READ
    END-PERFORM
    CLOSE BANK-MASTER-FILE.

7100-FIND-BANK.
    SET BANK-NOT-FOUND TO TRUE
    MOVE 0 TO WS-BANK-IX
    PERFORM UNTIL BANK-FOUND OR WS-BANK-IX >= WS-BANK-COUNT
        ADD 1 TO WS-BANK-IX
        IF BT-EMP-ID(WS-BANK-IX) = WS-EMP-ID
            SET BANK-FOUND TO TRUE
        END-IF
    END-PERFORM.

7200-LOAD-RATE-MASTER.
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-RATE-COUNT
    OPEN INPUT RATE-MASTER-FILE
    IF WS-RATEMAST-STATUS = "35"
        DISPLAY "Rate master not found - no employee can be given "
            "an account"
        SET END-OF-INPUT TO TRUE
    END-IF
    PERFORM UNTIL END-OF-INPUT
        READ RATE-MASTER-FILE
            AT END SET END-OF-INPUT TO TRUE
            NOT AT END
                IF WS-RATE-COUNT < 200
                    ADD 1 TO WS-RATE-COUNT
                    MOVE RM-EMP-ID TO RT-EMP-ID(WS-RATE-COUNT)
                    MOVE RM-EMP-NAME TO RT-EMP-NAME(WS-RATE-COUNT)
                    MOVE RM-ACTIVE-SW TO RT-ACTIVE-SW(WS-RATE-COUNT)
                ELSE
                    DISPLAY "Rate table full - record skipped"
                END-IF
        END-READ
    END-PERFORM
    IF WS-RATEMAST-STATUS NOT = "35"
        CLOSE RATE-MASTER-FILE
    END-IF.

7300-FIND-RATE.
    SET RATE-NOT-FOUND TO TRUE
    MOVE 0 TO WS-RATE-IX
    PERFORM UNTIL RATE-FOUND OR WS-RATE-IX >= WS-RATE-COUNT
        ADD 1 TO WS-RATE-IX
        IF RT-EMP-ID(WS-RATE-IX) = WS-EMP-ID
            SET RATE-FOUND TO TRUE
        END-IF
    END-PERFORM.

7400-SAVE-BANK-MASTER.
    OPEN OUTPUT BANK-MASTER-FILE
    IF WS-BANKMAST-STATUS NOT = "00"
        DISPLAY "Bank master save open failed - file status "
            WS-BANKMAST-STATUS " - tell the supervisor"
    ELSE
        MOVE 0 TO WS-BANK-IX
        PERFORM UNTIL WS-BANK-IX >= WS-BANK-COUNT
            ADD 1 TO WS-BANK-IX
            MOVE WS-BANK-ENTRY(WS-BANK-IX) TO BANK-MASTER-RECORD
            WRITE BANK-MASTER-RECORD
            IF WS-BANKMAST-STATUS NOT = "00"
                DISPLAY "Bank master write failed - file status "
                    WS-BANKMAST-STATUS " - tell the supervisor"
                MOVE WS-BANK-COUNT TO WS-BANK-IX
            END-IF
        END-PERFORM
        CLOSE BANK-MASTER-FILE
    END-IF.

9000-TERMINATE.
    PERFORM 7400-SAVE-BANK-MASTER.

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
        MOVE "COBOLTUF" TO OL-PROGRAM
        MOVE WS-TODAY TO OL-DATE
        MOVE WS-START-TIME TO OL-START-TIME
        ACCEPT WS-TIME-RAW FROM TIME
        MOVE WS-TIME-HHMMSS TO OL-END-TIME
        MOVE ZERO TO OL-RECORDS-IN
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
