*> September 2nd 2026 - run summary (start/end time, records in
*> and out, rejects, return code) is appended to the shared OPSLOG
*> dataset so coboltuo can print the daily operations run sheet.
*> October 14th 2026 - records held by the security watch list (reason
*> SECW) can be dropped or kept, but are only resubmitted when security
*> has recorded a release for the SSN on SECREL (coboltuz) for the
*> current CYCLEDT business date.  A released record is resubmitted
*> exactly as held - its fields cannot be edited here.
*> October 14th 2026 - step control: repair runs only once coboltub
*> has completed on the STEPCTL step-control dataset for the CYCLEDT
*> business date (return code 8, nothing touched, otherwise), so the
*> resubmit pass can never stand in for the nightly run.  When records
*> are written to RESUBMIT the run records an authorised rerun of
*> coboltub for the date on STEPCTL (operator COBOLTUR) so the COBTUR
*> resubmit step is let through; with nothing to resubmit the run
*> ends with return code 4 and the resubmit step is skipped.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESUBMIT-STATUS.
    SELECT SECURITY-RELEASE-FILE ASSIGN TO "SECREL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECREL-STATUS.
    SELECT CYCLE-FILE ASSIGN TO "CYCLEDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
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
    05 RS-NUM2 PIC X.
    05 RS-SSN PIC X(9).

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
01 WS-BATCH-SW PIC X VALUE "N".
    88 BATCH-COMPLETE VALUE "Y".
01 WS-OPSLOG-STATUS PIC XX VALUE "00".
01 WS-START-TIME PIC 9(6) VALUE 0.
01 WS-TODAY PIC 9(8) VALUE 0.
01 WS-RETRY-COUNT PIC 99 VALUE 0.
01 WS-RETRY-LIMIT PIC 99 VALUE 5.
01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.
01 WS-SECREL-STATUS PIC XX VALUE "00".
01 WS-CYCLE-STATUS PIC XX VALUE "00".
01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
01 WS-RELEASE-EOF-SW PIC X VALUE "N".
    88 END-OF-RELEASES VALUE "Y".
01 WS-RELEASE-SW PIC X VALUE "N".
    88 SECURITY-RELEASED VALUE "Y".
    88 SECURITY-NOT-RELEASED VALUE "N".
01 WS-RELEASE-COUNT PIC 999 VALUE 0.
01 WS-RELEASE-IX PIC 999 VALUE 0.
01 WS-RELEASE-TABLE.
    05 WS-RELEASE-ENTRY OCCURS 200 TIMES.
        10 RL-SSN PIC X(9).
        10 RL-OFFICER PIC X(10).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 1600-CHECK-BATCH-COMPLETE
    IF NOT BATCH-COMPLETE
        DISPLAY "COBOLTUR REFUSED for " WS-BUSINESS-DATE
            " - nothing touched - run suspense repair once COBTUB has"
            " completed for the business date"
        MOVE 8 TO RETURN-CODE
        PERFORM 8900-WRITE-OPS-LOG
        STOP RUN
    END-IF
    IF SUSPENSE-OVERFLOW
        DISPLAY "Suspense exceeds repair capacity - "
            "dataset left untouched - run again after splitting it"
            DISPLAY "One or more rewrite failures - check the "
                "suspense and resubmit datasets before resubmitting"
            MOVE 8 TO RETURN-CODE
        ELSE
            IF WS-REPAIR-COUNT > 0
                PERFORM 8200-AUTHORISE-RESUBMIT
            ELSE
                DISPLAY "Nothing to resubmit - the COBOLTUB "
                    "resubmit step is not needed"
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    PERFORM 8900-WRITE-OPS-LOG
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
    PERFORM 1500-LOAD-SECURITY-RELEASES
    MOVE 0 TO WS-SUSPENSE-COUNT
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPENSE-STATUS = "35"
        DISPLAY "Suspense records to review: " WS-SUSPENSE-COUNT
    END-IF.

1600-CHECK-BATCH-COMPLETE.
    MOVE "N" TO WS-BATCH-SW
    OPEN INPUT STEP-CONTROL-FILE
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "STEPCTL step-control open failed - file status "
            WS-STEPCTL-STATUS
    ELSE
        MOVE WS-BUSINESS-DATE TO SK-DATE
        MOVE "COBOLTUB" TO SK-PROGRAM
        READ STEP-CONTROL-FILE
            INVALID KEY
                DISPLAY "COBOLTUB has not run for " WS-BUSINESS-DATE
            NOT INVALID KEY
                IF SK-STATUS = "C"
                    SET BATCH-COMPLETE TO TRUE
                ELSE
                    DISPLAY "COBOLTUB has not completed for "
                        WS-BUSINESS-DATE " - status " SK-STATUS
                        " RC " SK-RETURN-CODE
                END-IF
        END-READ
        CLOSE STEP-CONTROL-FILE
    END-IF.

1500-LOAD-SECURITY-RELEASES.
    MOVE 0 TO WS-RELEASE-COUNT
    OPEN INPUT SECURITY-RELEASE-FILE
    IF WS-SECREL-STATUS = "00"
        PERFORM UNTIL END-OF-RELEASES
            READ SECURITY-RELEASE-FILE
                AT END SET END-OF-RELEASES TO TRUE
                NOT AT END
                    IF SR-DATE NUMERIC
                            AND SR-DATE = WS-BUSINESS-DATE
                        IF WS-RELEASE-COUNT < 200
                            ADD 1 TO WS-RELEASE-COUNT
                            MOVE SR-SSN TO RL-SSN(WS-RELEASE-COUNT)
                            MOVE SR-OFFICER
                                TO RL-OFFICER(WS-RELEASE-COUNT)
                        ELSE
                            DISPLAY "Security release table full - "
                                "later releases not honoured"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SECURITY-RELEASE-FILE
    END-IF.

3000-PROCESS-SUSPENSE-ENTRY.
    DISPLAY SPACE
    DISPLAY "Record " WS-SUSPENSE-IX " of " WS-SUSPENSE-COUNT
        " - reason " ST-REASON(WS-SUSPENSE-IX)
    IF ST-REASON(WS-SUSPENSE-IX) = "SECW"
        DISPLAY "  Security hold - resubmit needs a security release "
            "for this SSN dated " WS-BUSINESS-DATE
    END-IF
    DISPLAY "  Name " FUNCTION TRIM(ST-NAME(WS-SUSPENSE-IX))
    DISPLAY "  Num1 " ST-NUM1(WS-SUSPENSE-IX)
        "  Num2 " ST-NUM2(WS-SUSPENSE-IX)
    IF NOT STOP-RUNNING
        EVALUATE WS-CHOICE
            WHEN "R"
                IF ST-REASON(WS-SUSPENSE-IX) = "SECW"
                    PERFORM 4500-RELEASE-ENTRY
                ELSE
                    PERFORM 4000-REPAIR-ENTRY
                END-IF
            WHEN "D"
                MOVE "D" TO ST-ACTION(WS-SUSPENSE-IX)
                ADD 1 TO WS-DROP-COUNT
    MOVE "R" TO ST-ACTION(WS-SUSPENSE-IX)
    ADD 1 TO WS-REPAIR-COUNT.

4500-RELEASE-ENTRY.
    SET SECURITY-NOT-RELEASED TO TRUE
    MOVE 0 TO WS-RELEASE-IX
    PERFORM UNTIL SECURITY-RELEASED
            OR WS-RELEASE-IX >= WS-RELEASE-COUNT
        ADD 1 TO WS-RELEASE-IX
        IF RL-SSN(WS-RELEASE-IX) = ST-SSN(WS-SUSPENSE-IX)
            SET SECURITY-RELEASED TO TRUE
        END-IF
    END-PERFORM
    IF SECURITY-RELEASED
        DISPLAY "  Released by security officer "
            FUNCTION TRIM(RL-OFFICER(WS-RELEASE-IX))
            " - resubmitted as held"
        MOVE "R" TO ST-ACTION(WS-SUSPENSE-IX)
        ADD 1 TO WS-REPAIR-COUNT
    ELSE
        DISPLAY "  No security release recorded for this SSN - "
            "record kept in suspense"
        ADD 1 TO WS-KEEP-COUNT
    END-IF.

8000-REWRITE-FILES.
    OPEN OUTPUT RESUBMIT-FILE
    IF WS-RESUBMIT-STATUS NOT = "00"
        CLOSE SUSPENSE-FILE
    END-IF.

8200-AUTHORISE-RESUBMIT.
    OPEN I-O STEP-CONTROL-FILE
    IF WS-STEPCTL-STATUS NOT = "00"
        DISPLAY "STEPCTL open failed - file status " WS-STEPCTL-STATUS
            " - resubmit rerun not authorised"
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE WS-BUSINESS-DATE TO SK-DATE
        MOVE "COBOLTUB" TO SK-PROGRAM
        READ STEP-CONTROL-FILE
            INVALID KEY
                DISPLAY "STEPCTL entry for COBOLTUB missing - "
                    "resubmit rerun not authorised"
                MOVE 4 TO RETURN-CODE
            NOT INVALID KEY
                MOVE "Y" TO SK-AUTH-SW
                MOVE "COBOLTUR" TO SK-AUTH-OPERATOR
                MOVE "SUSPENSE REPAIR RESUBMIT" TO SK-AUTH-REASON
                REWRITE STEP-CONTROL-RECORD
                    INVALID KEY
                        DISPLAY "STEPCTL rewrite failed - file status "
                            WS-STEPCTL-STATUS
                            " - resubmit rerun not authorised"
                        MOVE 4 TO RETURN-CODE
                    NOT INVALID KEY
                        DISPLAY "COBOLTUB rerun authorised on STEPCTL "
                            "for the resubmit pass"
                END-REWRITE
        END-READ
        CLOSE STEP-CONTROL-FILE
    END-IF
    IF RETURN-CODE = 4
        DISPLAY "RESUBMIT holds " WS-REPAIR-COUNT " records - authorise"
            " the COBOLTUB rerun with coboltvc and restart COBTUR at"
            " STEP020 before the next repair run overwrites them"
    END-IF.

8900-WRITE-OPS-LOG.
    OPEN INPUT OPS-LOG-FILE
    IF WS-OPSLOG-STATUS = "35"
