       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. run-ledger.
AUTHOR. Christopher Lee

*> Callable run-ledger service. Every job in the system books its
*> runs here instead of keeping its own copy of the ledger logic -
*> see ledger-params.cpy for the call interface and ledger-record.cpy
*> for the RUNLEDG line. A start call checks that the job's
*> predecessor has a clean end for the same business date and books
*> START, or books REFUSE and tells the job not to run; an end call
*> books END with the job's condition code. A date call only settles
*> the business date and books nothing.
*>
*> "Clean" means the latest thing the ledger says about the
*> predecessor for that business date is an END with a condition code
*> below 16. Condition 8 is a run that completed with findings for
*> someone to look at (verification failures, unrouted records) and
*> is good enough for the next job; 16 is an abend or an out-of-
*> balance run, and a START with no END after it is a run that is
*> still going or never got as far as ending - neither is anything
*> the next job should build on. A rerun of the predecessor that
*> ends clean later that night clears the way, because it is the
*> latest event that counts.
*>
*> RUNLEDG is appended to on every call and closed again straight
*> away, so the line is on the file even if the job goes on to die
*> without ending - which is exactly how an abend shows up on the
*> morning report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ledger-file ASSIGN TO "RUNLEDG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ledger-status.
    *> only read when the caller leaves the business date to us
    SELECT calendar-file ASSIGN TO "CALENDAR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS calendar-status.

DATA DIVISION.
FILE SECTION.
FD  ledger-file.
01  ledger-line             PIC X(105).

FD  calendar-file.
COPY "calendar-record.cpy".

WORKING-STORAGE SECTION.
01  ledger-status           PIC X(2).
01  end-of-ledger           PIC X(1) VALUE 'N'.
01  clock-date              PIC 9(8).
01  clock-time              PIC 9(8).
01  ledger-event            PIC X(6).
01  ledger-detail           PIC X(40).
01  last-pred-event         PIC X(6).
01  last-pred-rc            PIC 9(4) VALUE 0.

*> Business-calendar state, loaded once on the first call that needs
*> it and applied exactly as the batch applies it.
01  calendar-status         PIC X(2).
01  calendar-loaded         PIC X(1) VALUE 'N'.
01  end-of-calendar         PIC X(1) VALUE 'N'.
01  week-flag-values        PIC X(7) VALUE 'YYYYYNN'.   *> Monday through Sunday
01  week-flag-table REDEFINES week-flag-values.
    05  week-day-flag OCCURS 7 TIMES PIC X(1).
01  holiday-table.
    05  holiday-date OCCURS 100 TIMES PIC 9(8).
01  holiday-count           PIC 9(3) VALUE 0.
01  holiday-index           PIC 9(3) VALUE 0.
01  date-integer            PIC 9(8) VALUE 0.
01  check-date              PIC 9(8) VALUE 0.
01  business-day-flag       PIC X(1) VALUE 'N'.
01  week-day-number         PIC 9 VALUE 0.              *> 1 = Monday through 7 = Sunday
01  step-guard              PIC 99 VALUE 0.
01  batch-cutover-time      PIC 9(8) VALUE 06000000.    *> runs before this hour belong to the previous day's batch

COPY "ledger-record.cpy".

LINKAGE SECTION.
COPY "ledger-params.cpy".

PROCEDURE DIVISION USING ledger-parameters.
MAINLINE.
    ACCEPT clock-date FROM DATE YYYYMMDD
    ACCEPT clock-time FROM TIME
    IF ledger-business-date = 0
        PERFORM SETTLE-BUSINESS-DATE
    END-IF
    MOVE 'Y' TO ledger-verdict
    MOVE SPACES TO ledger-detail
    EVALUATE TRUE
        WHEN ledger-date-only
            MOVE 0 TO RETURN-CODE
        WHEN ledger-end
            MOVE 'END' TO ledger-event
            PERFORM APPEND-LEDGER-EVENT
            MOVE ledger-return-code TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO ledger-return-code
            IF ledger-predecessor NOT = SPACES
                PERFORM CHECK-PREDECESSOR
            END-IF
            IF ledger-clear
                MOVE 'START' TO ledger-event
            ELSE
                MOVE 'REFUSE' TO ledger-event
            END-IF
            PERFORM APPEND-LEDGER-EVENT
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    GOBACK.

*> The latest event booked for the predecessor under this business
*> date decides it. No ledger at all means nothing has ever run, so
*> the predecessor cannot have ended clean either.
CHECK-PREDECESSOR.
    MOVE SPACES TO last-pred-event
    MOVE 0 TO last-pred-rc
    MOVE 'N' TO end-of-ledger
    OPEN INPUT ledger-file
    IF ledger-status = '00'
        PERFORM SCAN-LEDGER-LINE UNTIL end-of-ledger = 'Y'
        CLOSE ledger-file
    END-IF
    IF last-pred-event = 'END' AND last-pred-rc < 16
        CONTINUE
    ELSE
        MOVE 'N' TO ledger-verdict
        EVALUATE last-pred-event
            WHEN SPACES
                STRING 'NO RUN OF ' ledger-predecessor
                    DELIMITED BY SIZE INTO ledger-detail
            WHEN 'START'
                STRING 'NO END FOR ' ledger-predecessor
                    DELIMITED BY SIZE INTO ledger-detail
            WHEN 'END'
                STRING 'RC ' last-pred-rc ' FROM ' ledger-predecessor
                    DELIMITED BY SIZE INTO ledger-detail
            WHEN OTHER
                STRING 'REFUSAL OF ' ledger-predecessor
                    DELIMITED BY SIZE INTO ledger-detail
        END-EVALUATE
        DISPLAY "FATAL: " FUNCTION TRIM(ledger-job) " not started - "
            FUNCTION TRIM(ledger-predecessor) " "
            FUNCTION TRIM(ledger-pred-qualifier)
            " has no clean end for business date "
            ledger-business-date " (" FUNCTION TRIM(ledger-detail) ")"
    END-IF.

SCAN-LEDGER-LINE.
    READ ledger-file
        AT END MOVE 'Y' TO end-of-ledger
        NOT AT END
            MOVE ledger-line TO runledg-line-ws
            IF runledg-job-ws = ledger-predecessor
                    AND runledg-business-date-ws = ledger-business-date
                    AND (ledger-pred-qualifier = SPACES
                         OR runledg-qualifier-ws = ledger-pred-qualifier)
                MOVE runledg-event-ws TO last-pred-event
                MOVE runledg-rc-ws TO last-pred-rc
            END-IF
    END-READ.

*> Same open-or-create handling the batch gives AUDITLOG. A job that
*> cannot book its start must not run unrecorded; one that cannot
*> book its end has already done its work, so it only says so.
APPEND-LEDGER-EVENT.
    OPEN EXTEND ledger-file
    IF ledger-status NOT = '00'
        OPEN OUTPUT ledger-file
    END-IF
    IF ledger-status NOT = '00'
        DISPLAY "FATAL: unable to open RUNLEDG, status " ledger-status
            " - " FUNCTION TRIM(ledger-event) " of "
            FUNCTION TRIM(ledger-job) " not booked"
        IF ledger-start
            MOVE 'F' TO ledger-verdict
        END-IF
    ELSE
        MOVE SPACES TO runledg-line-ws
        MOVE ledger-job TO runledg-job-ws
        MOVE ledger-qualifier TO runledg-qualifier-ws
        MOVE ledger-business-date TO runledg-business-date-ws
        MOVE ledger-event TO runledg-event-ws
        MOVE clock-date TO runledg-clock-date-ws
        MOVE clock-time TO runledg-clock-time-ws
        MOVE ledger-return-code TO runledg-rc-ws
        MOVE ledger-detail TO runledg-detail-ws
        MOVE runledg-line-ws TO ledger-line
        WRITE ledger-line
        CLOSE ledger-file
    END-IF.

*> For jobs that keep no calendar of their own: the business date a
*> run at this moment belongs to, settled the way the batch settles
*> it - before the cutover it is still the previous day's batch, and
*> a non-business day rolls back to the business day before it.
SETTLE-BUSINESS-DATE.
    IF calendar-loaded = 'N'
        PERFORM LOAD-BUSINESS-CALENDAR
        MOVE 'Y' TO calendar-loaded
    END-IF
    MOVE clock-date TO check-date
    IF clock-time < batch-cutover-time
        COMPUTE date-integer =
            FUNCTION INTEGER-OF-DATE(check-date) - 1
        MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO check-date
    END-IF
    PERFORM CHECK-BUSINESS-DAY
    IF business-day-flag = 'N'
        PERFORM PRIOR-BUSINESS-DAY
    END-IF
    MOVE check-date TO ledger-business-date.

*> CALENDAR is optional here exactly as it is in the batch: absent
*> means the compiled Monday-to-Friday week and no holidays.
LOAD-BUSINESS-CALENDAR.
    OPEN INPUT calendar-file
    IF calendar-status = '00'
        PERFORM LOAD-CALENDAR-RECORD UNTIL end-of-calendar = 'Y'
        CLOSE calendar-file
    END-IF.

LOAD-CALENDAR-RECORD.
    READ calendar-file
        AT END MOVE 'Y' TO end-of-calendar
        NOT AT END
            EVALUATE cal-type
                WHEN 'WEEK'
                    MOVE cal-data (1:7) TO week-flag-values
                WHEN 'HOL '
                    IF cal-data IS NUMERIC
                        IF holiday-count < 100
                            ADD 1 TO holiday-count
                            MOVE cal-holiday
                                TO holiday-date (holiday-count)
                        ELSE
                            DISPLAY "WARNING: holiday table full - "
                                cal-data " ignored"
                        END-IF
                    ELSE
                        DISPLAY "WARNING: CALENDAR holiday '"
                            cal-data "' is not YYYYMMDD - ignored"
                    END-IF
                WHEN OTHER
                    DISPLAY "WARNING: CALENDAR record type '"
                        cal-type "' unknown - ignored"
            END-EVALUATE
    END-READ.

CHECK-BUSINESS-DAY.
    COMPUTE date-integer = FUNCTION INTEGER-OF-DATE(check-date)
    COMPUTE week-day-number = FUNCTION MOD(date-integer - 1, 7) + 1
    IF week-day-flag (week-day-number) = 'Y'
        MOVE 'Y' TO business-day-flag
    ELSE
        MOVE 'N' TO business-day-flag
    END-IF
    PERFORM VARYING holiday-index FROM 1 BY 1
            UNTIL holiday-index > holiday-count
        IF holiday-date (holiday-index) = check-date
            MOVE 'N' TO business-day-flag
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> A calendar with no business day in a month of looking is broken;
*> the raw date goes on the ledger rather than looping for ever.
PRIOR-BUSINESS-DAY.
    MOVE 0 TO step-guard
    MOVE 'N' TO business-day-flag
    PERFORM STEP-BACK-ONE-DAY
        UNTIL business-day-flag = 'Y' OR step-guard > 31
    IF step-guard > 31
        DISPLAY "WARNING: CALENDAR has no business day in the 31 "
            "days before " clock-date " - ledger uses the clock date"
        MOVE clock-date TO check-date
    END-IF.

STEP-BACK-ONE-DAY.
    ADD 1 TO step-guard
    COMPUTE date-integer = FUNCTION INTEGER-OF-DATE(check-date) - 1
    MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO check-date
    PERFORM CHECK-BUSINESS-DAY.
