*> September 2nd 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 14th 2026 - visitor appointments: today's bookings from the
*> APPTMAST book kept by coboltux are loaded at start-up.  A visitor is
*> matched on the SSN, or on the name for a new visitor booked without
*> one; the clerk is shown the host and window and asked to notify the
*> host, and the match is appended to the APPTLOG journal so the
*> coboltuc close can report on-time, late and no-show visits.
*> October 14th 2026 - security watch list: every visitor is screened
*> against the active WATCHLST entries kept by coboltuz, on the SSN in
*> 4300-CAPTURE-SSN and on the name once it is known.  A hit gives the
*> clerk a discreet reference to pass to security (the visit is not
*> stopped on screen) and is logged to the restricted SECALERT report
*> and to AUDITLOG with source WATCH.
*> October 14th 2026 - receipt void and refund: a new menu option
*> reverses a receipt by its date and PJ-RECEIPT-NO.  A supervisor id
*> and a reason are required, and a reversing PAYJRN record is written
*> under its own receipt number (type V for a receipt from the current
*> business date, R for a refund of an earlier one) that carries the
*> original date and receipt number; the original is never changed.
*> Earlier receipts are looked up in the ARCHPAY payment archive
*> generations, a receipt can only be reversed once, and no more can
*> be paid out than the drawer holds.  PAYJRN grows from 46 to 100
*> bytes for the type, original reference, supervisor and reason.
*> The drawer summary now shows gross receipts, voids, refunds and net.
*> October 15th 2026 - a date that does not exist (such as 31st
*> February) is refused as a receipt date, and when PAYJRN cannot be
*> opened for extend, at start-up or after a void or refund lookup,
*> the session ends so no receipt goes unrecorded.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAYMENT-JOURNAL ASSIGN TO "PAYJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYMENT-STATUS.
    SELECT ARCHIVE-PAYMENT-FILE ASSIGN TO "ARCHPAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHPAY-STATUS.
    SELECT DEPART-FILE ASSIGN TO "DEPARTLG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPART-STATUS.
    SELECT ONPREM-FILE ASSIGN TO "ONPREM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ONPREM-STATUS.
    SELECT APPOINTMENT-FILE ASSIGN TO "APPTMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPTMAST-STATUS.
    SELECT APPT-LOG-FILE ASSIGN TO "APPTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPTLOG-STATUS.
    SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WATCHLST-STATUS.
    SELECT SECURITY-ALERT-FILE ASSIGN TO "SECALERT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECALERT-STATUS.
    SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPSLOG-STATUS.
    05 PJ-AMT1 PIC 9(7)V99.
    05 PJ-AMT2 PIC 9(7)V99.
    05 PJ-TOTAL PIC 9(7)V99.
    05 PJ-TYPE PIC X.
    05 PJ-ORIG-RECEIPT-NO PIC 9(5).
    05 PJ-ORIG-DATE PIC 9(8).
    05 PJ-SUPERVISOR PIC X(10).
    05 PJ-REASON PIC X(30).

FD ARCHIVE-PAYMENT-FILE.
01 ARCHIVE-PAYMENT-RECORD PIC X(100).

FD DEPART-FILE.
01 DEPART-RECORD.
FD ONPREM-FILE.
01 ONPREM-LINE PIC X(80).

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
01 WS-NEXT-QUOTE-NO PIC 9(5) VALUE 1.
01 WS-NEXT-RECEIPT-NO PIC 9(5) VALUE 1.
01 WS-DRAWER-COUNT PIC 9(5) VALUE 0.
01 WS-DRAWER-TOTAL-ED PIC Z(8)9.99.
01 WS-DRAWER-GROSS PIC 9(9)V99 VALUE 0.
01 WS-DRAWER-NET PIC S9(9)V99 VALUE 0.
01 WS-DRAWER-NET-ED PIC -Z(8)9.99.
01 WS-VOID-COUNT PIC 9(5) VALUE 0.
01 WS-VOID-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-REFUND-COUNT PIC 9(5) VALUE 0.
01 WS-REFUND-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-ARCHPAY-STATUS PIC XX VALUE "00".
01 WS-JOURNAL-RECORD.
    05 JR-RECEIPT-NO PIC 9(5).
    05 JR-DATE PIC 9(8).
    05 JR-TIME PIC 9(6).
    05 JR-AMT1 PIC 9(7)V99.
    05 JR-AMT2 PIC 9(7)V99.
    05 JR-TOTAL PIC 9(7)V99.
    05 JR-TYPE PIC X.
        88 JR-REVERSAL VALUE "V" "R".
    05 JR-ORIG-RECEIPT-NO PIC 9(5).
    05 JR-ORIG-DATE PIC 9(8).
    05 JR-SUPERVISOR PIC X(10).
    05 JR-REASON PIC X(30).
01 WS-ORIG-DATE PIC 9(8) VALUE 0.
01 WS-ORIG-RECEIPT-NO PIC 9(5) VALUE 0.
01 WS-ORIG-TIME PIC 9(6) VALUE 0.
01 WS-ORIG-AMT1 PIC 9(7)V99 VALUE 0.
01 WS-ORIG-AMT2 PIC 9(7)V99 VALUE 0.
01 WS-ORIG-TOTAL PIC 9(7)V99 VALUE 0.
01 WS-ORIG-SW PIC X VALUE "N".
    88 ORIG-FOUND VALUE "Y".
    88 ORIG-NOT-FOUND VALUE "N".
01 WS-REVERSED-SW PIC X VALUE "N".
    88 ALREADY-REVERSED VALUE "Y".
01 WS-REVERSED-BY-NO PIC 9(5) VALUE 0.
01 WS-REVERSED-BY-DATE PIC 9(8) VALUE 0.
01 WS-REVERSAL-TYPE PIC X VALUE SPACE.
    88 REVERSAL-VOID VALUE "V".
    88 REVERSAL-REFUND VALUE "R".
01 WS-SUPERVISOR PIC X(10) VALUE SPACES.
01 WS-VOID-REASON PIC X(30) VALUE SPACES.
01 WS-RECEIPT-ENTRY PIC X(5) VALUE SPACES.
01 WS-DATE-ENTRY PIC X(8) VALUE SPACES.
01 WS-DATE-WORK PIC 9(8) VALUE 0.
01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
    05 WS-DATE-YEAR PIC 9(4).
    05 WS-DATE-MONTH PIC 99.
    05 WS-DATE-DAY PIC 99.
01 WS-APPTMAST-STATUS PIC XX VALUE "00".
01 WS-APPTLOG-STATUS PIC XX VALUE "00".
01 WS-APPT-EOF-SW PIC X VALUE "N".
    88 END-OF-APPOINTMENTS VALUE "Y".
01 WS-APPT-SW PIC X VALUE "N".
    88 APPT-MATCHED VALUE "Y".
    88 APPT-NOT-MATCHED VALUE "N".
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
01 WS-ARRIVE-HHMM PIC 9(4) VALUE 0.
01 WS-WATCHLST-STATUS PIC XX VALUE "00".
01 WS-SECALERT-STATUS PIC XX VALUE "00".
01 WS-WATCH-EOF-SW PIC X VALUE "N".
    88 END-OF-WATCH-LIST VALUE "Y".
01 WS-SCREEN-SW PIC X VALUE "N".
    88 WATCH-SCREENING VALUE "Y".
01 WS-WATCH-HIT-SW PIC X VALUE "N".
    88 WATCH-HIT VALUE "Y".
    88 WATCH-NOT-HIT VALUE "N".
01 WS-WATCH-COUNT PIC 999 VALUE 0.
01 WS-WATCH-IX PIC 999 VALUE 0.
01 WS-WATCH-TABLE.
    05 WS-WATCH-ENTRY OCCURS 500 TIMES.
        10 WT-ENTRY-NO PIC 9(5).
        10 WT-SSN PIC X(9).
        10 WT-NAME PIC X(30).
        10 WT-REASON PIC X(30).
        10 WT-OFFICER PIC X(10).
01 WS-WATCH-MATCH PIC X(4) VALUE SPACES.
01 WS-ALERT-NAME PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
    OPEN EXTEND AUDIT-FILE
    PERFORM 7700-OPEN-QUOTE-JOURNAL
    PERFORM 7750-OPEN-PAYMENT-JOURNAL
    PERFORM 7000-OPEN-MASTER
    PERFORM 7050-LOAD-APPOINTMENTS
    PERFORM 7060-LOAD-APPOINTMENT-MATCHES
    PERFORM 7070-LOAD-WATCH-LIST
    OPEN INPUT SECURITY-ALERT-FILE
    IF WS-SECALERT-STATUS = "35"
        OPEN OUTPUT SECURITY-ALERT-FILE
        CLOSE SECURITY-ALERT-FILE
    ELSE
        CLOSE SECURITY-ALERT-FILE
    END-IF
    OPEN EXTEND SECURITY-ALERT-FILE.

2000-SHOW-MENU.
    DISPLAY SPACE
    DISPLAY "  3. Currency total"
    DISPLAY "  4. Sign out a visitor"
    DISPLAY "  5. On-premises report"
    DISPLAY "  6. Void or refund a receipt"
    DISPLAY "  7. Exit"
    DISPLAY "Enter your choice (1-7) " WITH NO ADVANCING
    ACCEPT WS-CHOICE.

3000-PROCESS-CHOICE.
        WHEN "5"
            PERFORM 6700-ON-PREMISES-REPORT
        WHEN "6"
            MOVE 0 TO WS-RETRY-COUNT
            PERFORM 6800-VOID-REFUND-RECEIPT
        WHEN "7"
            SET STOP-RUNNING TO TRUE
        WHEN OTHER
            ADD 1 TO WS-RETRY-COUNT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid choice - please select 1-7"
            END-IF
    END-EVALUATE.

4000-PROCESS-VISITOR.
    MOVE "N" TO WS-CANCEL-SW
    MOVE "Y" TO WS-SCREEN-SW
    PERFORM 4300-CAPTURE-SSN
    IF NOT STOP-RUNNING
        PERFORM 4350-CHECK-DUPLICATE
    END-IF
    IF NOT STOP-RUNNING AND NOT VISIT-CANCELLED
        PERFORM 4100-GREET-VISITOR
        PERFORM 4150-MATCH-APPOINTMENT
    END-IF
    IF NOT STOP-RUNNING AND NOT VISIT-CANCELLED
        PERFORM 4200-SUM-DEMO
        PERFORM 4550-WRITE-AUDIT-RECORD
        PERFORM 7200-POST-MASTER-VISIT
        PERFORM 7600-ADD-DAY-SSN
        IF APPT-MATCHED
            PERFORM 4560-WRITE-APPT-MATCH
        END-IF
    END-IF
    PERFORM 4600-CLEAR-VISITOR.

        DISPLAY "What is your name " WITH NO ADVANCING
        ACCEPT UserName
        DISPLAY "Hello " UserName
    END-IF
    IF WATCH-SCREENING AND WATCH-NOT-HIT
        PERFORM 4330-SCREEN-WATCH-NAME
    END-IF.

4150-MATCH-APPOINTMENT.
    SET APPT-NOT-MATCHED TO TRUE
    MOVE 0 TO WS-EXP-IX
    PERFORM UNTIL APPT-MATCHED OR WS-EXP-IX >= WS-EXP-COUNT
        ADD 1 TO WS-EXP-IX
        IF EX-NEW-SW(WS-EXP-IX) NOT = "Y"
                AND EX-ARRIVED-SW(WS-EXP-IX) = "N"
                AND EX-SSN(WS-EXP-IX) = SsNum
            SET APPT-MATCHED TO TRUE
        END-IF
    END-PERFORM
    IF APPT-NOT-MATCHED
        MOVE FUNCTION UPPER-CASE(UserName) TO WS-MATCH-NAME
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
        ACCEPT WS-TIME-RAW FROM TIME
        MOVE WS-TIME-HHMMSS(1:4) TO WS-ARRIVE-HHMM
        DISPLAY "Expected visitor - appointment "
            EX-APPT-NO(WS-EXP-IX) " with "
            FUNCTION TRIM(EX-HOST-NAME(WS-EXP-IX))
            " (employee " EX-HOST-ID(WS-EXP-IX) ")"
        DISPLAY "Booked window " EX-FROM-TIME(WS-EXP-IX) "-"
            EX-TO-TIME(WS-EXP-IX)
        IF WS-ARRIVE-HHMM > EX-TO-TIME(WS-EXP-IX)
            DISPLAY "Arrived after the booked window"
        END-IF
        DISPLAY "Please notify "
            FUNCTION TRIM(EX-HOST-NAME(WS-EXP-IX))
            " that the visitor has arrived"
    END-IF.

4200-SUM-DEMO.
    END-PERFORM
    IF NOT STOP-RUNNING
        DISPLAY "Area " SSArea
        IF WATCH-SCREENING
            PERFORM 4320-SCREEN-WATCH-SSN
        END-IF
    END-IF.

4310-VALIDATE-SSN.
        END-IF
    END-IF.

4320-SCREEN-WATCH-SSN.
    SET WATCH-NOT-HIT TO TRUE
    MOVE 0 TO WS-WATCH-IX
    PERFORM UNTIL WATCH-HIT OR WS-WATCH-IX >= WS-WATCH-COUNT
        ADD 1 TO WS-WATCH-IX
        IF WT-SSN(WS-WATCH-IX) = SsNum
            SET WATCH-HIT TO TRUE
        END-IF
    END-PERFORM
    IF WATCH-HIT
        MOVE "SSN" TO WS-WATCH-MATCH
        MOVE SPACES TO WS-ALERT-NAME
        PERFORM 7100-FIND-MASTER
        IF MASTER-FOUND
            MOVE VM-NAME TO WS-ALERT-NAME
        END-IF
        PERFORM 4340-RAISE-WATCH-ALERT
    END-IF.

4330-SCREEN-WATCH-NAME.
    MOVE FUNCTION UPPER-CASE(UserName) TO WS-ALERT-NAME
    MOVE 0 TO WS-WATCH-IX
    PERFORM UNTIL WATCH-HIT OR WS-WATCH-IX >= WS-WATCH-COUNT
        ADD 1 TO WS-WATCH-IX
        IF WT-NAME(WS-WATCH-IX) NOT = SPACES
                AND WT-NAME(WS-WATCH-IX) = WS-ALERT-NAME
            SET WATCH-HIT TO TRUE
        END-IF
    END-PERFORM
    IF WATCH-HIT
        MOVE "NAME" TO WS-WATCH-MATCH
        MOVE UserName TO WS-ALERT-NAME
        PERFORM 4340-RAISE-WATCH-ALERT
    END-IF.

4340-RAISE-WATCH-ALERT.
    DISPLAY "Clerk note - reference W" WT-ENTRY-NO(WS-WATCH-IX)
        " - carry on normally and call security on the internal line"
    MOVE SPACES TO SECURITY-ALERT-LINE
    MOVE WS-BUSINESS-DATE TO SA-DATE
    ACCEPT WS-TIME-RAW FROM TIME
    MOVE WS-TIME-HHMMSS TO SA-TIME
    MOVE "KIOSK" TO SA-SOURCE
    MOVE WT-ENTRY-NO(WS-WATCH-IX) TO SA-ENTRY-NO
    MOVE WS-WATCH-MATCH TO SA-MATCH
    MOVE WS-ALERT-NAME TO SA-NAME
    MOVE SsNum TO SA-SSN
    MOVE WT-REASON(WS-WATCH-IX) TO SA-REASON
    MOVE WT-OFFICER(WS-WATCH-IX) TO SA-OFFICER
    MOVE "ALERTED" TO SA-ACTION
    WRITE SECURITY-ALERT-LINE
    IF WS-SECALERT-STATUS NOT = "00"
        DISPLAY "Security alert write failed - file status "
            WS-SECALERT-STATUS " - tell the supervisor"
    END-IF
    MOVE WS-BUSINESS-DATE TO AUD-DATE
    MOVE WS-TIME-HHMMSS TO AUD-TIME
    MOVE "WATCH" TO AUD-SOURCE
    MOVE WS-ALERT-NAME TO AUD-NAME
    MOVE SSArea TO AUD-SSAREA
    MOVE SSGroup TO AUD-SSGROUP
    MOVE SSSerial TO AUD-SSSERIAL
    WRITE AUDIT-RECORD
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "Audit write failed - file status "
            WS-AUDIT-STATUS " - tell the supervisor"
    END-IF.

4400-WRITE-INTAKE-RECORD.
    MOVE UserName TO IN-NAME
    MOVE Num1 TO IN-NUM1
            WS-AUDIT-STATUS " - tell the supervisor"
    END-IF.

4560-WRITE-APPT-MATCH.
    MOVE WS-BUSINESS-DATE TO AM-DATE
    MOVE EX-APPT-NO(WS-EXP-IX) TO AM-APPT-NO
    MOVE WS-TIME-HHMMSS TO AM-TIME
    MOVE "KIOSK" TO AM-SOURCE
    MOVE SsNum TO AM-SSN
    WRITE APPT-LOG-RECORD
    IF WS-APPTLOG-STATUS = "00"
        MOVE "Y" TO EX-ARRIVED-SW(WS-EXP-IX)
    ELSE
        DISPLAY "Appointment log write failed - file status "
            WS-APPTLOG-STATUS " - tell the supervisor - "
            "the close will report this visit as a no-show"
    END-IF.

4600-CLEAR-VISITOR.
    MOVE "N" TO WS-APPT-SW
    MOVE "N" TO WS-SCREEN-SW
    MOVE "N" TO WS-WATCH-HIT-SW
    MOVE SPACES TO UserName
    MOVE ZERO TO Num1
    MOVE ZERO TO Num2
    MOVE AmtNum1 TO PJ-AMT1
    MOVE AmtNum2 TO PJ-AMT2
    MOVE AmtTotal TO PJ-TOTAL
    MOVE "P" TO PJ-TYPE
    MOVE 0 TO PJ-ORIG-RECEIPT-NO
    MOVE 0 TO PJ-ORIG-DATE
    MOVE SPACES TO PJ-SUPERVISOR
    MOVE SPACES TO PJ-REASON
    WRITE PAYMENT-JOURNAL-RECORD
    IF WS-PAYMENT-STATUS = "00"
        DISPLAY "Receipt " WS-NEXT-RECEIPT-NO
            "the drawer summary will not include this payment"
    END-IF.

6800-VOID-REFUND-RECEIPT.
    PERFORM 6810-CAPTURE-ORIG-DATE
    IF NOT STOP-RUNNING
        PERFORM 6820-CAPTURE-RECEIPT-NO
    END-IF
    IF NOT STOP-RUNNING
        SET ORIG-NOT-FOUND TO TRUE
        MOVE "N" TO WS-REVERSED-SW
        PERFORM 6830-SCAN-PAYMENT-JOURNAL
    END-IF
    IF NOT STOP-RUNNING
        IF WS-ORIG-DATE < WS-BUSINESS-DATE AND ORIG-NOT-FOUND
            PERFORM 6840-SCAN-PAYMENT-ARCHIVE
        END-IF
        IF WS-ORIG-DATE < WS-BUSINESS-DATE
            SET REVERSAL-REFUND TO TRUE
        ELSE
            SET REVERSAL-VOID TO TRUE
        END-IF
        EVALUATE TRUE
            WHEN ORIG-NOT-FOUND
                DISPLAY "Receipt " WS-ORIG-RECEIPT-NO " of "
                    WS-ORIG-DATE " is not on the payments journal"
                    " or its archive - nothing reversed"
            WHEN ALREADY-REVERSED
                DISPLAY "Receipt " WS-ORIG-RECEIPT-NO " of "
                    WS-ORIG-DATE " was already reversed by receipt "
                    WS-REVERSED-BY-NO " of " WS-REVERSED-BY-DATE
                    " - nothing reversed"
            WHEN WS-ORIG-TOTAL > WS-DRAWER-NET
                MOVE WS-DRAWER-NET TO WS-DRAWER-NET-ED
                DISPLAY "The drawer only holds " WS-DRAWER-NET-ED
                    " - cannot pay out " WS-ORIG-TOTAL
                    " - tell the supervisor"
            WHEN OTHER
                PERFORM 6850-CONFIRM-REVERSAL
        END-EVALUATE
    END-IF.

6810-CAPTURE-ORIG-DATE.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Receipt date (YYYYMMDD, blank = today) "
            WITH NO ADVANCING
        MOVE SPACES TO WS-DATE-ENTRY
        ACCEPT WS-DATE-ENTRY
        IF WS-DATE-ENTRY = SPACES
            MOVE WS-BUSINESS-DATE TO WS-ORIG-DATE
            SET VALID-ENTRY TO TRUE
        ELSE
            PERFORM 6815-EDIT-DATE
            IF VALID-ENTRY AND WS-DATE-WORK > WS-BUSINESS-DATE
                SET INVALID-ENTRY TO TRUE
            END-IF
            IF VALID-ENTRY
                MOVE WS-DATE-WORK TO WS-ORIG-DATE
            ELSE
                ADD 1 TO WS-RETRY-COUNT
                IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                    DISPLAY "Too many invalid entries - "
                        "ending session"
                    SET STOP-RUNNING TO TRUE
                ELSE
                    DISPLAY "Invalid date - YYYYMMDD, not after "
                        "today's business date - please re-enter"
                END-IF
            END-IF
        END-IF
    END-PERFORM.

6815-EDIT-DATE.
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

6820-CAPTURE-RECEIPT-NO.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL VALID-ENTRY OR STOP-RUNNING
        DISPLAY "Receipt number to reverse " WITH NO ADVANCING
        MOVE SPACES TO WS-RECEIPT-ENTRY
        ACCEPT WS-RECEIPT-ENTRY
        IF WS-RECEIPT-ENTRY = SPACES
                OR FUNCTION TRIM(WS-RECEIPT-ENTRY) NOT NUMERIC
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "Invalid entry - please enter digits only"
            END-IF
        ELSE
            MOVE FUNCTION NUMVAL(WS-RECEIPT-ENTRY)
                TO WS-ORIG-RECEIPT-NO
            SET VALID-ENTRY TO TRUE
        END-IF
    END-PERFORM.

6830-SCAN-PAYMENT-JOURNAL.
    MOVE 0 TO WS-DRAWER-NET
    CLOSE PAYMENT-JOURNAL
    MOVE "N" TO WS-JRN-EOF-SW
    OPEN INPUT PAYMENT-JOURNAL
    PERFORM UNTIL END-OF-JOURNAL
        READ PAYMENT-JOURNAL INTO WS-JOURNAL-RECORD
            AT END SET END-OF-JOURNAL TO TRUE
            NOT AT END
                PERFORM 6835-CHECK-JOURNAL-RECORD
                IF JR-DATE NUMERIC AND JR-DATE = WS-BUSINESS-DATE
                    IF JR-REVERSAL
                        SUBTRACT JR-TOTAL FROM WS-DRAWER-NET
                    ELSE
                        ADD JR-TOTAL TO WS-DRAWER-NET
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAYMENT-JOURNAL
    OPEN EXTEND PAYMENT-JOURNAL
    PERFORM 7760-CHECK-JOURNAL-OPEN.

6835-CHECK-JOURNAL-RECORD.
    IF JR-REVERSAL
        IF JR-ORIG-DATE = WS-ORIG-DATE
                AND JR-ORIG-RECEIPT-NO = WS-ORIG-RECEIPT-NO
            SET ALREADY-REVERSED TO TRUE
            MOVE JR-RECEIPT-NO TO WS-REVERSED-BY-NO
            MOVE JR-DATE TO WS-REVERSED-BY-DATE
        END-IF
    ELSE
        IF JR-DATE = WS-ORIG-DATE
                AND JR-RECEIPT-NO = WS-ORIG-RECEIPT-NO
            SET ORIG-FOUND TO TRUE
            MOVE JR-TIME TO WS-ORIG-TIME
            MOVE JR-AMT1 TO WS-ORIG-AMT1
            MOVE JR-AMT2 TO WS-ORIG-AMT2
            MOVE JR-TOTAL TO WS-ORIG-TOTAL
        END-IF
    END-IF.

6840-SCAN-PAYMENT-ARCHIVE.
    MOVE "N" TO WS-JRN-EOF-SW
    OPEN INPUT ARCHIVE-PAYMENT-FILE
    IF WS-ARCHPAY-STATUS NOT = "00"
        DISPLAY "Payment archive not available - file status "
            WS-ARCHPAY-STATUS " - earlier receipts cannot be found"
    ELSE
        PERFORM UNTIL END-OF-JOURNAL
            READ ARCHIVE-PAYMENT-FILE INTO WS-JOURNAL-RECORD
                AT END SET END-OF-JOURNAL TO TRUE
                NOT AT END
                    IF JR-DATE NUMERIC
                        PERFORM 6835-CHECK-JOURNAL-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVE-PAYMENT-FILE
    END-IF.

6850-CONFIRM-REVERSAL.
    DISPLAY "Receipt " WS-ORIG-RECEIPT-NO " of " WS-ORIG-DATE
        " at " WS-ORIG-TIME ": " WS-ORIG-AMT1 " + " WS-ORIG-AMT2
        " = " WS-ORIG-TOTAL
    IF REVERSAL-VOID
        DISPLAY "Void this receipt (Y/N) " WITH NO ADVANCING
    ELSE
        DISPLAY "Refund this receipt (Y/N) " WITH NO ADVANCING
    END-IF
    MOVE SPACE TO WS-CONFIRM-ENTRY
    ACCEPT WS-CONFIRM-ENTRY
    IF WS-CONFIRM-ENTRY NOT = "Y" AND WS-CONFIRM-ENTRY NOT = "y"
        DISPLAY "Nothing reversed"
    ELSE
        PERFORM 6860-CAPTURE-SUPERVISOR
        IF NOT STOP-RUNNING
            PERFORM 6870-CAPTURE-VOID-REASON
        END-IF
        IF NOT STOP-RUNNING
            PERFORM 6880-WRITE-REVERSAL-RECORD
        END-IF
    END-IF.

6860-CAPTURE-SUPERVISOR.
    MOVE SPACES TO WS-SUPERVISOR
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL WS-SUPERVISOR NOT = SPACES OR STOP-RUNNING
        DISPLAY "Supervisor id " WITH NO ADVANCING
        ACCEPT WS-SUPERVISOR
        IF WS-SUPERVISOR = SPACES
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "The supervisor id is required"
            END-IF
        END-IF
    END-PERFORM.

6870-CAPTURE-VOID-REASON.
    MOVE SPACES TO WS-VOID-REASON
    MOVE 0 TO WS-RETRY-COUNT
    PERFORM UNTIL WS-VOID-REASON NOT = SPACES OR STOP-RUNNING
        DISPLAY "Reason " WITH NO ADVANCING
        ACCEPT WS-VOID-REASON
        IF WS-VOID-REASON = SPACES
            ADD 1 TO WS-RETRY-COUNT
            IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
                DISPLAY "Too many invalid entries - ending session"
                SET STOP-RUNNING TO TRUE
            ELSE
                DISPLAY "The reason is required"
            END-IF
        END-IF
    END-PERFORM.

6880-WRITE-REVERSAL-RECORD.
    MOVE WS-NEXT-RECEIPT-NO TO PJ-RECEIPT-NO
    MOVE WS-BUSINESS-DATE TO PJ-DATE
    ACCEPT WS-TIME-RAW FROM TIME
    MOVE WS-TIME-HHMMSS TO PJ-TIME
    MOVE WS-ORIG-AMT1 TO PJ-AMT1
    MOVE WS-ORIG-AMT2 TO PJ-AMT2
    MOVE WS-ORIG-TOTAL TO PJ-TOTAL
    MOVE WS-REVERSAL-TYPE TO PJ-TYPE
    MOVE WS-ORIG-RECEIPT-NO TO PJ-ORIG-RECEIPT-NO
    MOVE WS-ORIG-DATE TO PJ-ORIG-DATE
    MOVE WS-SUPERVISOR TO PJ-SUPERVISOR
    MOVE WS-VOID-REASON TO PJ-REASON
    WRITE PAYMENT-JOURNAL-RECORD
    IF WS-PAYMENT-STATUS = "00"
        IF REVERSAL-VOID
            DISPLAY "Receipt " WS-ORIG-RECEIPT-NO " voided by receipt "
                WS-NEXT-RECEIPT-NO " - pay back " WS-ORIG-TOTAL
        ELSE
            DISPLAY "Receipt " WS-ORIG-RECEIPT-NO " of " WS-ORIG-DATE
                " refunded by receipt " WS-NEXT-RECEIPT-NO
                " - pay back " WS-ORIG-TOTAL
        END-IF
        ADD 1 TO WS-NEXT-RECEIPT-NO
    ELSE
        DISPLAY "Payments journal write failed - file status "
            WS-PAYMENT-STATUS " - tell the supervisor - "
            "nothing reversed, do not pay out"
    END-IF.

6100-ACCEPT-AMT1.
    SET INVALID-ENTRY TO TRUE
    MOVE 0 TO WS-RETRY-COUNT
        END-PERFORM
        CLOSE PAYMENT-JOURNAL
    END-IF
    OPEN EXTEND PAYMENT-JOURNAL
    PERFORM 7760-CHECK-JOURNAL-OPEN.

7760-CHECK-JOURNAL-OPEN.
    IF WS-PAYMENT-STATUS NOT = "00"
        DISPLAY "Payments journal open failed - file status "
            WS-PAYMENT-STATUS " - tell the supervisor - "
            "ending session"
        SET STOP-RUNNING TO TRUE
    END-IF.

7800-DRAWER-SUMMARY.
    MOVE "N" TO WS-JRN-EOF-SW
    MOVE 0 TO WS-DRAWER-COUNT
    MOVE 0 TO WS-DRAWER-GROSS
    MOVE 0 TO WS-VOID-COUNT
    MOVE 0 TO WS-VOID-TOTAL
    MOVE 0 TO WS-REFUND-COUNT
    MOVE 0 TO WS-REFUND-TOTAL
    OPEN INPUT PAYMENT-JOURNAL
    PERFORM UNTIL END-OF-JOURNAL
        READ PAYMENT-JOURNAL
            NOT AT END
                IF PJ-DATE NUMERIC
                        AND PJ-DATE = WS-BUSINESS-DATE
                    EVALUATE PJ-TYPE
                        WHEN "V"
                            ADD 1 TO WS-VOID-COUNT
                            ADD PJ-TOTAL TO WS-VOID-TOTAL
                        WHEN "R"
                            ADD 1 TO WS-REFUND-COUNT
                            ADD PJ-TOTAL TO WS-REFUND-TOTAL
                        WHEN OTHER
                            ADD 1 TO WS-DRAWER-COUNT
                            ADD PJ-TOTAL TO WS-DRAWER-GROSS
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAYMENT-JOURNAL
    COMPUTE WS-DRAWER-NET =
        WS-DRAWER-GROSS - WS-VOID-TOTAL - WS-REFUND-TOTAL
    DISPLAY SPACE
    DISPLAY "=========== DRAWER SUMMARY ==========="
    DISPLAY "Business date   " WS-BUSINESS-DATE
    DISPLAY "Receipts today  " WS-DRAWER-COUNT
    MOVE WS-DRAWER-GROSS TO WS-DRAWER-TOTAL-ED
    DISPLAY "Gross receipts  " WS-DRAWER-TOTAL-ED
    MOVE WS-VOID-TOTAL TO WS-DRAWER-TOTAL-ED
    DISPLAY "Voids     " WS-VOID-COUNT " " WS-DRAWER-TOTAL-ED
    MOVE WS-REFUND-TOTAL TO WS-DRAWER-TOTAL-ED
    DISPLAY "Refunds   " WS-REFUND-COUNT " " WS-DRAWER-TOTAL-ED
    MOVE WS-DRAWER-NET TO WS-DRAWER-NET-ED
    DISPLAY "Net drawer     " WS-DRAWER-NET-ED
    DISPLAY "======================================".

7050-LOAD-APPOINTMENTS.
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

7060-LOAD-APPOINTMENT-MATCHES.
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

7070-LOAD-WATCH-LIST.
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
                            DISPLAY "Watch list table full - "
                                "tell the supervisor"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WATCH-LIST-FILE
    ELSE
        IF WS-WATCHLST-STATUS NOT = "35"
            DISPLAY "Watch list open failed - file status "
                WS-WATCHLST-STATUS " - tell the supervisor - "
                "visitors are not being screened"
        END-IF
    END-IF.

7500-READ-CYCLE-DATE.
    OPEN INPUT CYCLE-FILE
    IF WS-CYCLE-STATUS = "35"
    CLOSE INTAKE-FILE
    CLOSE REPORT-FILE
    CLOSE AUDIT-FILE
    CLOSE DEPART-FILE
    CLOSE APPT-LOG-FILE
    CLOSE SECURITY-ALERT-FILE.

8900-WRITE-OPS-LOG.
    OPEN INPUT OPS-LOG-FILE
