       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ledgrpt.
AUTHOR. Christopher Lee

*> Morning run-ledger report. Every job books a START and an END (or
*> a REFUSE) on RUNLEDG through run-ledger; this job reads the ledger
*> back for one business date and puts the night on one page for
*> operations: every run that was booked - when it started, when it
*> ended and with what condition code - and then the night's schedule
*> job by job, so a job that never ran at all shows up as plainly as
*> one that failed.
*>
*> The business date defaults to last night's - the business day
*> before today on the shop CALENDAR, which is what a report run
*> first thing in the morning wants. The optional LEDGPARM card names
*> another date (YYYYMMDD in columns 1-8).
*>
*> The jobs expected for the night come from the optional LEDGSCHD
*> file, one job per line (name in columns 1-16, and in columns 18-25
*> the qualifier a run has to carry to count, blank for any run of
*> the job), so month-end and weekly jobs can be added on the nights
*> they are due. With no LEDGSCHD the compiled nightly chain is
*> expected: the outbound batch, rejrepr, excdiag, relgate and
*> transbld.
*>
*> Conditions: COMPLETED is an END with condition 0, FINDINGS an END
*> with a condition below 16 (the job completed with something on its
*> report to look at), FAILED an END with 16 or more, NO END a START
*> with nothing after it (the job abended without reaching its end,
*> or is still running), REFUSED a job that would not start because
*> its predecessor had no clean end. The report ends condition 8 when
*> any scheduled job's latest run is not COMPLETED or FINDINGS, or it
*> never ran.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ledger-file ASSIGN TO "RUNLEDG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ledger-status.
    SELECT ledg-parm-file ASSIGN TO "LEDGPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ledg-parm-status.
    SELECT schedule-file ASSIGN TO "LEDGSCHD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS schedule-status.
    SELECT ledger-report ASSIGN TO "LEDGRPT"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT calendar-file ASSIGN TO "CALENDAR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS calendar-status.

DATA DIVISION.
FILE SECTION.
FD  ledger-file.
01  ledger-line             PIC X(105).

FD  ledg-parm-file.
01  ledg-parm-card.
    05  parm-report-date-x  PIC X(8).
    05  parm-report-date    REDEFINES parm-report-date-x PIC 9(8).

FD  schedule-file.
01  schedule-card.
    05  sched-job           PIC X(16).
    05  FILLER              PIC X(1).
    05  sched-qualifier     PIC X(8).

FD  ledger-report.
01  report-line             PIC X(132).

FD  calendar-file.
COPY "calendar-record.cpy".

WORKING-STORAGE SECTION.
01  ledger-status           PIC X(2).
01  ledg-parm-status        PIC X(2).
01  schedule-status         PIC X(2).
01  end-of-ledger           PIC X(1) VALUE 'N'.
01  end-of-schedule         PIC X(1) VALUE 'N'.

01  run-date                PIC 9(8).
01  run-time                PIC 9(8).
01  report-date             PIC 9(8) VALUE 0.

*> Business-calendar state, loaded and applied exactly as the batch
*> does it.
01  calendar-status         PIC X(2).
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

*> One row per run booked for the report date, in the order the runs
*> started. An END is paired with the latest run of the same job and
*> qualifier still waiting for one.
01  run-table.
    05  run-entry OCCURS 200 TIMES.
        10  run-job             PIC X(16).
        10  run-qualifier       PIC X(8).
        10  run-start-date      PIC 9(8).
        10  run-start-time      PIC 9(8).
        10  run-end-date        PIC 9(8).
        10  run-end-time        PIC 9(8).
        10  run-rc              PIC 9(4).
        10  run-state           PIC X(6).               *> START (no end yet), END or REFUSE
        10  run-detail          PIC X(40).
01  run-count               PIC 9(3) VALUE 0.
01  run-index               PIC 9(3) VALUE 0.
01  run-found               PIC 9(3) VALUE 0.
01  run-overflow            PIC X(1) VALUE 'N'.

*> The night's schedule, from LEDGSCHD or the compiled chain below.
01  default-schedule-values.
    05  FILLER              PIC X(24) VALUE 'programming-pastOUT     '.
    05  FILLER              PIC X(24) VALUE 'rejrepr                 '.
    05  FILLER              PIC X(24) VALUE 'excdiag                 '.
    05  FILLER              PIC X(24) VALUE 'relgate                 '.
    05  FILLER              PIC X(24) VALUE 'transbld                '.
01  default-schedule-table REDEFINES default-schedule-values.
    05  default-schedule-entry OCCURS 5 TIMES.
        10  default-job         PIC X(16).
        10  default-qualifier   PIC X(8).
01  schedule-table.
    05  schedule-entry OCCURS 50 TIMES.
        10  schedule-job        PIC X(16).
        10  schedule-qualifier  PIC X(8).
01  schedule-count          PIC 9(3) VALUE 0.
01  schedule-index          PIC 9(3) VALUE 0.

01  condition-text          PIC X(10).
01  jobs-not-clean          PIC 9(3) VALUE 0.
01  jobs-never-ran          PIC 9(3) VALUE 0.

COPY "ledger-record.cpy".

01  time-edit-ws.
    05  time-hh-ws          PIC 9(2).
    05  FILLER              PIC X(1) VALUE ':'.
    05  time-mm-ws          PIC 9(2).
    05  FILLER              PIC X(1) VALUE ':'.
    05  time-ss-ws          PIC 9(2).
01  time-source             PIC 9(8).
01  time-source-parts REDEFINES time-source.
    05  time-source-hh      PIC 9(2).
    05  time-source-mm      PIC 9(2).
    05  time-source-ss      PIC 9(2).
    05  time-source-cc      PIC 9(2).

01  run-header-ws.
    05  FILLER              PIC X(17) VALUE 'JOB'.
    05  FILLER              PIC X(9)  VALUE 'QUALIFY'.
    05  FILLER              PIC X(18) VALUE 'STARTED'.
    05  FILLER              PIC X(18) VALUE 'ENDED'.
    05  FILLER              PIC X(6)  VALUE 'RC'.
    05  FILLER              PIC X(11) VALUE 'CONDITION'.
    05  FILLER              PIC X(6)  VALUE 'DETAIL'.

01  run-line-ws.
    05  line-job-ws         PIC X(16).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-qualifier-ws   PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-start-date-ws  PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-start-time-ws  PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-end-date-ws    PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-end-time-ws    PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-rc-ws          PIC X(4).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  line-condition-ws   PIC X(10).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-detail-ws      PIC X(40).

01  rc-edit-ws              PIC ZZZ9.

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-SCHEDULE
    PERFORM LOAD-LEDGER
    PERFORM REPORT-RUNS
    PERFORM REPORT-SCHEDULE
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM RECORD-RUN-START
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM SET-REPORT-DATE
    OPEN OUTPUT ledger-report
    MOVE SPACES TO report-line
    STRING 'RUN LEDGER REPORT FOR BUSINESS DATE ' report-date
        '   PRINTED ' run-date
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line.

*> Last night unless LEDGPARM says otherwise: the business day before
*> today. A card that is there but not a date is a mis-punched card,
*> and reporting some other night as if it were the one asked for
*> would be worse than stopping.
SET-REPORT-DATE.
    MOVE run-date TO check-date
    PERFORM PRIOR-BUSINESS-DAY
    MOVE check-date TO report-date
    OPEN INPUT ledg-parm-file
    IF ledg-parm-status = '00'
        READ ledg-parm-file
            AT END CONTINUE
            NOT AT END
                IF parm-report-date-x NOT = SPACES
                    IF parm-report-date-x IS NUMERIC
                        MOVE parm-report-date TO report-date
                    ELSE
                        DISPLAY "FATAL: LEDGPARM business date '"
                            parm-report-date-x "' is not YYYYMMDD"
                        CLOSE ledg-parm-file
                        MOVE 16 TO RETURN-CODE
                        PERFORM RECORD-RUN-END
                        STOP RUN
                    END-IF
                END-IF
        END-READ
        CLOSE ledg-parm-file
    END-IF.

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

PRIOR-BUSINESS-DAY.
    MOVE 0 TO step-guard
    MOVE 'N' TO business-day-flag
    PERFORM STEP-BACK-ONE-DAY
        UNTIL business-day-flag = 'Y' OR step-guard > 31
    IF step-guard > 31
        DISPLAY "FATAL: CALENDAR has no business day in the 31 "
            "days before " run-date " - correct the calendar"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF.

STEP-BACK-ONE-DAY.
    ADD 1 TO step-guard
    COMPUTE date-integer = FUNCTION INTEGER-OF-DATE(check-date) - 1
    MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO check-date
    PERFORM CHECK-BUSINESS-DAY.

LOAD-SCHEDULE.
    OPEN INPUT schedule-file
    IF schedule-status = '00'
        PERFORM LOAD-SCHEDULE-CARD UNTIL end-of-schedule = 'Y'
        CLOSE schedule-file
    END-IF
    IF schedule-count = 0
        PERFORM VARYING schedule-index FROM 1 BY 1
                UNTIL schedule-index > 5
            MOVE default-job (schedule-index)
                TO schedule-job (schedule-index)
            MOVE default-qualifier (schedule-index)
                TO schedule-qualifier (schedule-index)
        END-PERFORM
        MOVE 5 TO schedule-count
    END-IF.

LOAD-SCHEDULE-CARD.
    READ schedule-file
        AT END MOVE 'Y' TO end-of-schedule
        NOT AT END
            IF sched-job NOT = SPACES
                IF schedule-count < 50
                    ADD 1 TO schedule-count
                    MOVE sched-job TO schedule-job (schedule-count)
                    MOVE sched-qualifier
                        TO schedule-qualifier (schedule-count)
                ELSE
                    DISPLAY "WARNING: LEDGSCHD holds more than 50 "
                        "jobs - " sched-job " ignored"
                END-IF
            END-IF
    END-READ.

*> No RUNLEDG at all means nothing has booked a run yet - every
*> scheduled job then shows as never run, which is the truth.
LOAD-LEDGER.
    OPEN INPUT ledger-file
    IF ledger-status = '00'
        PERFORM LOAD-LEDGER-LINE UNTIL end-of-ledger = 'Y'
        CLOSE ledger-file
    ELSE
        DISPLAY "WARNING: unable to open RUNLEDG, status "
            ledger-status " - no runs booked"
    END-IF
    IF run-overflow = 'Y'
        DISPLAY "WARNING: more than 200 runs booked for " report-date
            " - the rest are not reported"
    END-IF.

LOAD-LEDGER-LINE.
    READ ledger-file
        AT END MOVE 'Y' TO end-of-ledger
        NOT AT END
            MOVE ledger-line TO runledg-line-ws
            IF runledg-business-date-ws = report-date
                EVALUATE runledg-event-ws
                    WHEN 'END'
                        PERFORM BOOK-END-EVENT
                    WHEN 'START'
                        PERFORM ADD-RUN-ROW
                    WHEN 'REFUSE'
                        PERFORM ADD-RUN-ROW
                END-EVALUATE
            END-IF
    END-READ.

ADD-RUN-ROW.
    IF run-count = 200
        MOVE 'Y' TO run-overflow
    ELSE
        ADD 1 TO run-count
        MOVE runledg-job-ws TO run-job (run-count)
        MOVE runledg-qualifier-ws TO run-qualifier (run-count)
        MOVE runledg-clock-date-ws TO run-start-date (run-count)
        MOVE runledg-clock-time-ws TO run-start-time (run-count)
        MOVE 0 TO run-end-date (run-count)
        MOVE 0 TO run-end-time (run-count)
        MOVE runledg-rc-ws TO run-rc (run-count)
        MOVE runledg-event-ws TO run-state (run-count)
        MOVE runledg-detail-ws TO run-detail (run-count)
    END-IF.

*> The END closes the latest run of the same job and qualifier still
*> waiting for one. An END with no START in front of it - a start
*> booked under another business date, or a ledger edited by hand -
*> still gets its own row rather than vanishing.
BOOK-END-EVENT.
    MOVE 0 TO run-found
    PERFORM VARYING run-index FROM run-count BY -1
            UNTIL run-index < 1
        IF run-job (run-index) = runledg-job-ws
                AND run-qualifier (run-index) = runledg-qualifier-ws
                AND run-state (run-index) = 'START'
            MOVE run-index TO run-found
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF run-found = 0
        PERFORM ADD-RUN-ROW
        IF run-overflow = 'N'
            MOVE run-count TO run-found
            MOVE 0 TO run-start-date (run-found)
            MOVE 0 TO run-start-time (run-found)
        END-IF
    END-IF
    IF run-found > 0
        MOVE 'END' TO run-state (run-found)
        MOVE runledg-clock-date-ws TO run-end-date (run-found)
        MOVE runledg-clock-time-ws TO run-end-time (run-found)
        MOVE runledg-rc-ws TO run-rc (run-found)
    END-IF.

REPORT-RUNS.
    MOVE 'RUNS BOOKED' TO report-line
    WRITE report-line
    MOVE run-header-ws TO report-line
    WRITE report-line
    PERFORM REPORT-RUN-LINE
        VARYING run-index FROM 1 BY 1
        UNTIL run-index > run-count
    IF run-count = 0
        MOVE '  NONE' TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line.

REPORT-RUN-LINE.
    MOVE SPACES TO run-line-ws
    MOVE run-job (run-index) TO line-job-ws
    MOVE run-qualifier (run-index) TO line-qualifier-ws
    IF run-start-date (run-index) > 0
        MOVE run-start-date (run-index) TO line-start-date-ws
        MOVE run-start-time (run-index) TO time-source
        PERFORM EDIT-CLOCK-TIME
        MOVE time-edit-ws TO line-start-time-ws
    END-IF
    IF run-state (run-index) = 'END'
        MOVE run-end-date (run-index) TO line-end-date-ws
        MOVE run-end-time (run-index) TO time-source
        PERFORM EDIT-CLOCK-TIME
        MOVE time-edit-ws TO line-end-time-ws
        MOVE run-rc (run-index) TO rc-edit-ws
        MOVE rc-edit-ws TO line-rc-ws
    END-IF
    PERFORM SET-RUN-CONDITION
    MOVE condition-text TO line-condition-ws
    MOVE run-detail (run-index) TO line-detail-ws
    MOVE run-line-ws TO report-line
    WRITE report-line.

SET-RUN-CONDITION.
    EVALUATE TRUE
        WHEN run-state (run-index) = 'REFUSE'
            MOVE 'REFUSED' TO condition-text
        WHEN run-state (run-index) = 'START'
            MOVE 'NO END' TO condition-text
        WHEN run-rc (run-index) = 0
            MOVE 'COMPLETED' TO condition-text
        WHEN run-rc (run-index) < 16
            MOVE 'FINDINGS' TO condition-text
        WHEN OTHER
            MOVE 'FAILED' TO condition-text
    END-EVALUATE.

EDIT-CLOCK-TIME.
    MOVE time-source-hh TO time-hh-ws
    MOVE time-source-mm TO time-mm-ws
    MOVE time-source-ss TO time-ss-ws.

*> Each scheduled job's latest run decides it; a job with no run at
*> all never ran.
REPORT-SCHEDULE.
    MOVE 'SCHEDULED JOBS' TO report-line
    WRITE report-line
    PERFORM REPORT-SCHEDULED-JOB
        VARYING schedule-index FROM 1 BY 1
        UNTIL schedule-index > schedule-count
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    STRING 'SCHEDULED ' schedule-count
        '   NOT CLEAN ' jobs-not-clean
        '   NEVER RAN ' jobs-never-ran
        DELIMITED BY SIZE INTO report-line
    WRITE report-line.

REPORT-SCHEDULED-JOB.
    MOVE 0 TO run-found
    PERFORM VARYING run-index FROM run-count BY -1
            UNTIL run-index < 1
        IF run-job (run-index) = schedule-job (schedule-index)
                AND (schedule-qualifier (schedule-index) = SPACES
                     OR run-qualifier (run-index)
                        = schedule-qualifier (schedule-index))
            MOVE run-index TO run-found
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE SPACES TO run-line-ws
    MOVE schedule-job (schedule-index) TO line-job-ws
    MOVE schedule-qualifier (schedule-index) TO line-qualifier-ws
    IF run-found = 0
        ADD 1 TO jobs-never-ran
        MOVE 'NEVER RAN' TO line-condition-ws
    ELSE
        MOVE run-found TO run-index
        PERFORM SET-RUN-CONDITION
        MOVE condition-text TO line-condition-ws
        IF condition-text NOT = 'COMPLETED'
                AND condition-text NOT = 'FINDINGS'
            ADD 1 TO jobs-not-clean
        END-IF
        IF run-state (run-found) = 'END'
            MOVE run-rc (run-found) TO rc-edit-ws
            MOVE rc-edit-ws TO line-rc-ws
        END-IF
        MOVE run-detail (run-found) TO line-detail-ws
    END-IF
    MOVE run-line-ws TO report-line
    WRITE report-line.

TERMINATE-RUN.
    CLOSE ledger-report
    DISPLAY "ledgrpt: business date " report-date ", " run-count
        " run(s) booked, " jobs-not-clean " scheduled job(s) not "
        "clean, " jobs-never-ran " never ran"
    IF jobs-not-clean > 0 OR jobs-never-ran > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> The report books itself onto the ledger like every other job; it
*> waits on nothing, since reporting a night that went wrong is the
*> whole point of it.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'ledgrpt' TO ledger-job
    MOVE SPACES TO ledger-qualifier
    MOVE SPACES TO ledger-predecessor
    MOVE SPACES TO ledger-pred-qualifier
    MOVE 0 TO ledger-business-date
    MOVE 0 TO ledger-return-code
    CALL "run-ledger" USING ledger-parameters
    IF NOT ledger-clear
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Every way out of the run once it is booked - normal end and the
*> fatal stops - books the end with the condition code it leaves with.
RECORD-RUN-END.
    MOVE 'E' TO ledger-function
    MOVE RETURN-CODE TO ledger-return-code
    CALL "run-ledger" USING ledger-parameters.
