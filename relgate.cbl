       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. relgate.
AUTHOR. Christopher Lee

*> Release gate between the outbound batch and transbld. A department
*> that suddenly sends five times its normal traffic, or none at all,
*> is something to stop before it goes to the partner - not something
*> to find in next month's trendrpt. This job reads the night's
*> per-department counts off RUNSTATS, sets them against the same
*> department's average over the last N business days on the shop
*> CALENDAR, and holds the traffic of any department that is out of
*> line:
*>
*>   SURGE  - messages processed more than F times the baseline;
*>   SILENT - nothing processed at all from a department whose
*>            baseline is at least one message a night;
*>   REJECT - rejects more than F times the baseline;
*>   VERIFY - round-trip failures more than F times the baseline.
*>
*> "F times the baseline" is measured against an average of at least
*> one, so a department that normally sends nothing is not held for
*> sending two. A business day in the window with no RUNSTATS lines
*> at all (the batch did not run that night) is left out of the
*> average rather than counted as a night of silence; a department
*> absent from a night that did run counted zero that night. With no
*> baseline night in the window at all there is nothing to measure
*> against, so nothing is held and the report says why.
*>
*> Holds go on HOLDFILE (layout in hold-record.cpy), which transbld
*> reads: a held department's RESULTS lines are not packaged for its
*> partner. An operator releases a hold with a GATEOVR card and
*> reruns this job; transbld rerun after it then packages the
*> department with everyone else. The GATEOVR card, one per release:
*> RELEASE in columns 1-7, the department in 9-11, the business date
*> of the hold in 13-20, the operator in 22-29 and the reason in
*> 31-70. A card for a department that is not held that night, or
*> one that is not well formed, is refused.
*>
*> A rerun for the same business date re-measures the night: a hold
*> already released stays released, one still warranted stays in
*> force, one no longer warranted is cleared. Every hold placed,
*> cleared, released or refused is logged on GATELOG with the time it
*> happened, and the report (GATERPT) gives every department's counts
*> against its baseline and what the gate did with it.
*>
*> The optional GATEPARM card gives N in columns 1-2 (1 to 30,
*> default 10) and F in columns 4-5 (2 to 99, default 5). HOLDFILE is
*> rewritten through GATEWRK the way transbld rewrites XMITREG: the
*> other nights' holds untouched, tonight's replaced. The run ends
*> condition 8 while any department is held or any card was refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT runstats-file ASSIGN TO "RUNSTATS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS runstats-status.
    SELECT gate-parm-file ASSIGN TO "GATEPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS gate-parm-status.
    SELECT override-file ASSIGN TO "GATEOVR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS override-status.
    SELECT hold-file ASSIGN TO "HOLDFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS hold-status.
    *> the other nights' holds plus tonight's, staged here and copied
    *> back over HOLDFILE at end of run
    SELECT hold-work ASSIGN TO "GATEWRK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS hold-work-status.
    SELECT gate-log ASSIGN TO "GATELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS gate-log-status.
    SELECT gate-report ASSIGN TO "GATERPT"
        ORGANIZATION LINE SEQUENTIAL.
    *> the shop business calendar, shared with the nightly batch -
    *> optional, absent means Monday-to-Friday with no holidays
    SELECT calendar-file ASSIGN TO "CALENDAR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS calendar-status.

DATA DIVISION.
FILE SECTION.
*> The RUNSTATS line exactly as programming-past writes it. Lines from
*> before the department master carry no columns past rs-worst, and
*> lines from before the direction was written carry none past
*> rs-rej-ceil - every run there was then was an outbound one.
FD  runstats-file.
01  runstats-record.
    05  rs-date             PIC 9(8).
    05  FILLER              PIC X(1).
    05  rs-dept             PIC X(3).
    05  FILLER              PIC X(1).
    05  rs-processed        PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-rej-len          PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-rej-key          PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-rej-con          PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-rej-dup          PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-verify           PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-caesar           PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-vigenere         PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-length-total     PIC 9(9).
    05  FILLER              PIC X(1).
    05  rs-solved           PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-score-total      PIC 9(9)V99.
    05  FILLER              PIC X(1).
    05  rs-worst            PIC 9(5)V99.
    05  FILLER              PIC X(1).
    05  rs-rej-unk          PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-rej-sus          PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-rej-mode         PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-rej-ceil         PIC 9(7).
    05  FILLER              PIC X(1).
    05  rs-direction        PIC X(1).                   *> O or I; blank on lines from before it was written

FD  gate-parm-file.
01  gate-parm-card.
    05  parm-baseline-days-x PIC X(2).
    05  parm-baseline-days  REDEFINES parm-baseline-days-x PIC 9(2).
    05  FILLER              PIC X(1).
    05  parm-factor-x       PIC X(2).
    05  parm-factor         REDEFINES parm-factor-x PIC 9(2).

FD  override-file.
01  override-card.
    05  ovr-action          PIC X(7).
    05  FILLER              PIC X(1).
    05  ovr-dept            PIC X(3).
    05  FILLER              PIC X(1).
    05  ovr-date-x          PIC X(8).
    05  ovr-date            REDEFINES ovr-date-x PIC 9(8).
    05  FILLER              PIC X(1).
    05  ovr-operator        PIC X(8).
    05  FILLER              PIC X(1).
    05  ovr-reason          PIC X(40).

FD  hold-file.
01  hold-line               PIC X(51).
FD  hold-work.
01  hold-work-line          PIC X(51).

FD  gate-log.
01  gate-log-line           PIC X(100).

FD  gate-report.
01  report-line             PIC X(132).

FD  calendar-file.
COPY "calendar-record.cpy".

WORKING-STORAGE SECTION.
01  runstats-status         PIC X(2).
01  gate-parm-status        PIC X(2).
01  override-status         PIC X(2).
01  hold-status             PIC X(2).
01  hold-work-status        PIC X(2).
01  gate-log-status         PIC X(2).

01  end-of-runstats         PIC X(1) VALUE 'N'.
01  end-of-overrides        PIC X(1) VALUE 'N'.
01  end-of-holds            PIC X(1) VALUE 'N'.

01  run-date                PIC 9(8).
01  run-time                PIC 9(8).
01  baseline-days           PIC 9(2) VALUE 10.          *> default; GATEPARM cols 1-2 override per run
01  surge-factor            PIC 9(2) VALUE 5.           *> default; GATEPARM cols 4-5 override per run

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
01  entry-date              PIC 9(8) VALUE 0.           *> the wall-clock date the run actually started
01  process-date            PIC 9(8) VALUE 0.
01  check-date              PIC 9(8) VALUE 0.
01  business-day-flag       PIC X(1) VALUE 'N'.
01  week-day-number         PIC 9 VALUE 0.              *> 1 = Monday through 7 = Sunday
01  step-guard              PIC 99 VALUE 0.
01  batch-cutover-time      PIC 9(8) VALUE 06000000.    *> runs before this hour belong to the previous day's batch

*> The business days the baseline is drawn from, newest first, and
*> whether the batch left anything on RUNSTATS for each.
01  baseline-table.
    05  baseline-entry OCCURS 30 TIMES.
        10  baseline-date       PIC 9(8).
        10  baseline-seen       PIC X(1).
01  baseline-index          PIC 99 VALUE 0.
01  baseline-nights         PIC 99 VALUE 0.             *> days in the window the batch actually ran
01  tonight-seen            PIC X(1) VALUE 'N'.

*> One slot per department seen tonight or in the window, with
*> tonight's counts, the window's totals and averages, what the gate
*> found and what HOLDFILE already said about tonight.
01  gate-table.
    05  gate-entry OCCURS 100 TIMES.
        10  gate-dept           PIC X(3).
        10  tonight-processed   PIC 9(7).
        10  tonight-rejected    PIC 9(7).
        10  tonight-verify      PIC 9(7).
        10  base-processed      PIC 9(9).
        10  base-rejected       PIC 9(9).
        10  base-verify         PIC 9(9).
        10  avg-processed       PIC 9(7)V99.
        10  avg-rejected        PIC 9(7)V99.
        10  avg-verify          PIC 9(7)V99.
        10  gate-reason         PIC X(6).
        10  gate-flags          PIC X(27).
        10  prior-status        PIC X(4).
        10  prior-reason        PIC X(6).
        10  prior-operator      PIC X(8).
        10  prior-release-date  PIC 9(8).
        10  prior-release-time  PIC 9(8).
        10  final-status        PIC X(4).
        10  final-operator      PIC X(8).
        10  final-release-date  PIC 9(8).
        10  final-release-time  PIC 9(8).
        10  gate-action         PIC X(8).
01  gate-count              PIC 9(3) VALUE 0.
01  gate-index              PIC 9(3) VALUE 0.
01  gate-slot               PIC 9(3) VALUE 0.
01  gate-overflow           PIC X(1) VALUE 'N'.
01  line-rejected           PIC 9(7) VALUE 0.
01  limit-value             PIC 9(9)V99 VALUE 0.
01  flag-pointer            PIC 99 VALUE 1.

01  holds-placed            PIC 9(3) VALUE 0.
01  holds-carried           PIC 9(3) VALUE 0.
01  holds-cleared           PIC 9(3) VALUE 0.
01  holds-released          PIC 9(3) VALUE 0.
01  holds-in-force          PIC 9(3) VALUE 0.
01  cards-read              PIC 9(5) VALUE 0.
01  cards-refused           PIC 9(5) VALUE 0.
01  holds-kept              PIC 9(7) VALUE 0.
01  card-problem            PIC X(40).

COPY "hold-record.cpy".

*> One GATELOG line - when it happened, the night and department it
*> concerns, what was done, the reason, who did it and the detail.
01  gate-log-ws.
    05  log-event-date-ws   PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  log-event-time-ws   PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  log-business-date-ws PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  log-dept-ws         PIC X(3).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  log-event-ws        PIC X(7).                   *> HOLD, CLEAR, RELEASE or REFUSE
    05  FILLER              PIC X(1) VALUE SPACE.
    05  log-reason-ws       PIC X(6).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  log-operator-ws     PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  log-detail-ws       PIC X(45).

01  dept-header-ws.
    05  FILLER PIC X(34) VALUE 'DEPT   TONIGHT:   PROC   REJ  VERF'.
    05  FILLER PIC X(37) VALUE '  BASELINE:    PROC      REJ     VERF'.
    05  FILLER PIC X(12) VALUE '  ACTION    '.
    05  FILLER PIC X(8)  VALUE 'FINDINGS'.

01  dept-line-ws.
    05  deptl-dept-ws       PIC X(3).
    05  FILLER              PIC X(12) VALUE SPACES.
    05  deptl-processed-ws  PIC ZZZZZZ9.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  deptl-rejected-ws   PIC ZZZZ9.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  deptl-verify-ws     PIC ZZZZ9.
    05  FILLER              PIC X(9) VALUE SPACES.
    05  deptl-avg-proc-ws   PIC ZZZZZZ9.99.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  deptl-avg-rej-ws    PIC ZZZZ9.99.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  deptl-avg-verf-ws   PIC ZZZZ9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  deptl-action-ws     PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  deptl-flags-ws      PIC X(27).

01  card-line-ws.
    05  FILLER              PIC X(7) VALUE 'GATEOVR'.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  cardl-dept-ws       PIC X(3).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  cardl-date-ws       PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  cardl-operator-ws   PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  cardl-result-ws     PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  cardl-text-ws       PIC X(40).

01  count-ws                PIC ZZZZZZ9.

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-RUN-STATISTICS
    PERFORM STAGE-HOLD-FILE
    PERFORM MEASURE-DEPARTMENTS
    PERFORM APPLY-OVERRIDE-CARDS
    PERFORM REPORT-DEPARTMENTS
    PERFORM SAVE-HOLD-FILE
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM SET-PROCESS-DATE
    PERFORM RECORD-RUN-START
    PERFORM READ-GATE-PARM
    PERFORM BUILD-BASELINE-WINDOW
    OPEN EXTEND gate-log
    IF gate-log-status NOT = '00'
        OPEN OUTPUT gate-log
    END-IF
    IF gate-log-status NOT = '00'
        DISPLAY "FATAL: unable to open GATELOG, status "
            gate-log-status " - a hold nobody logged is not placed"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN OUTPUT gate-report
    MOVE SPACES TO report-line
    STRING 'OUTBOUND RELEASE GATE - BUSINESS DATE ' run-date
        '   BASELINE ' baseline-days ' BUSINESS DAYS '
        baseline-date (baseline-days) ' TO ' baseline-date (1)
        '   HOLD AT ' surge-factor ' TIMES BASELINE'
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line.

*> No card, or a blank field, means the compiled default; a field
*> that is there but not a number in range is a mis-punched card.
READ-GATE-PARM.
    OPEN INPUT gate-parm-file
    IF gate-parm-status = '00'
        READ gate-parm-file
            AT END CONTINUE
            NOT AT END
                IF parm-baseline-days-x NOT = SPACES
                    IF parm-baseline-days-x IS NUMERIC
                            AND parm-baseline-days > 0
                            AND parm-baseline-days NOT > 30
                        MOVE parm-baseline-days TO baseline-days
                    ELSE
                        DISPLAY "FATAL: GATEPARM baseline days '"
                            parm-baseline-days-x "' is not 01 to 30"
                        CLOSE gate-parm-file
                        MOVE 16 TO RETURN-CODE
                        PERFORM RECORD-RUN-END
                        STOP RUN
                    END-IF
                END-IF
                IF parm-factor-x NOT = SPACES
                    IF parm-factor-x IS NUMERIC
                            AND parm-factor > 1
                        MOVE parm-factor TO surge-factor
                    ELSE
                        DISPLAY "FATAL: GATEPARM hold factor '"
                            parm-factor-x "' is not 02 to 99"
                        CLOSE gate-parm-file
                        MOVE 16 TO RETURN-CODE
                        PERFORM RECORD-RUN-END
                        STOP RUN
                    END-IF
                END-IF
        END-READ
        CLOSE gate-parm-file
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

*> Settles the business date being gated the way the batch settles
*> it, so a gate chained after the batch in the small hours measures
*> the night the batch just ran.
SET-PROCESS-DATE.
    MOVE run-date TO entry-date
    MOVE run-date TO check-date
    IF run-time < batch-cutover-time
        COMPUTE date-integer =
            FUNCTION INTEGER-OF-DATE(check-date) - 1
        MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO check-date
    END-IF
    PERFORM CHECK-BUSINESS-DAY
    IF business-day-flag = 'N'
        PERFORM PRIOR-BUSINESS-DAY
    END-IF
    MOVE check-date TO process-date
    MOVE process-date TO run-date
    IF run-date NOT = entry-date
        DISPLAY "relgate: run started " entry-date
            " gates business date " run-date
    END-IF.

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
            "days before " check-date " - correct the calendar"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

STEP-BACK-ONE-DAY.
    ADD 1 TO step-guard
    COMPUTE date-integer = FUNCTION INTEGER-OF-DATE(check-date) - 1
    MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO check-date
    PERFORM CHECK-BUSINESS-DAY.

*> The N business days before tonight, newest first - weekends and
*> holidays are stepped over, so a Monday is measured against the
*> Fridays and Thursdays before it, not against a quiet Sunday.
BUILD-BASELINE-WINDOW.
    MOVE run-date TO check-date
    PERFORM VARYING baseline-index FROM 1 BY 1
            UNTIL baseline-index > baseline-days
        MOVE 0 TO step-guard
        MOVE 'N' TO business-day-flag
        PERFORM STEP-BACK-ONE-DAY
            UNTIL business-day-flag = 'Y' OR step-guard > 31
        IF step-guard > 31
            DISPLAY "FATAL: CALENDAR has no business day in the 31 "
                "days before " check-date " - correct the calendar"
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-RUN-END
            STOP RUN
        END-IF
        MOVE check-date TO baseline-date (baseline-index)
        MOVE 'N' TO baseline-seen (baseline-index)
    END-PERFORM.

*> One pass over the history: tonight's lines are the night being
*> gated, lines for a day in the window are its baseline, anything
*> else is passed over. Only outbound lines count: the gate stands
*> in front of what goes to the partners, and an inbound run's
*> traffic came from them. A department can have more than one
*> outbound line for a date (a night that went through more than one
*> outbound run has a line from each); they are added.
LOAD-RUN-STATISTICS.
    OPEN INPUT runstats-file
    IF runstats-status NOT = '00'
        DISPLAY "FATAL: unable to open RUNSTATS, status "
            runstats-status " - nothing to gate against"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-RUNSTATS-LINE UNTIL end-of-runstats = 'Y'
    CLOSE runstats-file
    PERFORM VARYING baseline-index FROM 1 BY 1
            UNTIL baseline-index > baseline-days
        IF baseline-seen (baseline-index) = 'Y'
            ADD 1 TO baseline-nights
        END-IF
    END-PERFORM
    IF tonight-seen = 'N'
        DISPLAY "WARNING: RUNSTATS holds nothing for " run-date
            " - every department is measured as silent"
    END-IF
    IF gate-overflow = 'Y'
        DISPLAY "WARNING: department table full - departments past "
            "the hundredth are not gated"
    END-IF.

LOAD-RUNSTATS-LINE.
    READ runstats-file
        AT END MOVE 'Y' TO end-of-runstats
        NOT AT END
            EVALUATE TRUE
                WHEN rs-direction = 'I'
                    CONTINUE
                WHEN rs-date = run-date
                    MOVE 'Y' TO tonight-seen
                    PERFORM FIND-GATE-SLOT
                    IF gate-slot > 0
                        PERFORM TOTAL-LINE-REJECTS
                        ADD rs-processed TO tonight-processed (gate-slot)
                        ADD line-rejected TO tonight-rejected (gate-slot)
                        ADD rs-verify TO tonight-verify (gate-slot)
                    END-IF
                WHEN OTHER
                    PERFORM VARYING baseline-index FROM 1 BY 1
                            UNTIL baseline-index > baseline-days
                        IF baseline-date (baseline-index) = rs-date
                            MOVE 'Y' TO baseline-seen (baseline-index)
                            PERFORM FIND-GATE-SLOT
                            IF gate-slot > 0
                                PERFORM TOTAL-LINE-REJECTS
                                ADD rs-processed
                                    TO base-processed (gate-slot)
                                ADD line-rejected
                                    TO base-rejected (gate-slot)
                                ADD rs-verify TO base-verify (gate-slot)
                            END-IF
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
            END-EVALUATE
    END-READ.

*> Every reason a message can be rejected for; lines from before the
*> department master carry only the first four.
TOTAL-LINE-REJECTS.
    COMPUTE line-rejected =
        rs-rej-len + rs-rej-key + rs-rej-con + rs-rej-dup
    IF rs-rej-unk IS NUMERIC AND rs-rej-sus IS NUMERIC
            AND rs-rej-mode IS NUMERIC
            AND rs-rej-ceil IS NUMERIC
        ADD rs-rej-unk rs-rej-sus rs-rej-mode rs-rej-ceil
            TO line-rejected
    END-IF.

FIND-GATE-SLOT.
    MOVE 0 TO gate-slot
    PERFORM VARYING gate-index FROM 1 BY 1
            UNTIL gate-index > gate-count
        IF gate-dept (gate-index) = rs-dept
            MOVE gate-index TO gate-slot
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF gate-slot = 0
        IF gate-count < 100
            ADD 1 TO gate-count
            MOVE gate-count TO gate-slot
            INITIALIZE gate-entry (gate-slot)
            MOVE rs-dept TO gate-dept (gate-slot)
        ELSE
            MOVE 'Y' TO gate-overflow
        END-IF
    END-IF.

*> The other nights' holds go to the work file untouched; tonight's,
*> left by an earlier run of this same gate, are held back in the
*> table so a rerun knows what was held and what was released. No
*> HOLDFILE yet just means nothing has ever been held.
STAGE-HOLD-FILE.
    OPEN OUTPUT hold-work
    IF hold-work-status NOT = '00'
        DISPLAY "FATAL: unable to open GATEWRK, status "
            hold-work-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN INPUT hold-file
    IF hold-status = '00'
        PERFORM STAGE-HOLD-LINE UNTIL end-of-holds = 'Y'
        CLOSE hold-file
    END-IF.

STAGE-HOLD-LINE.
    READ hold-file
        AT END MOVE 'Y' TO end-of-holds
        NOT AT END
            MOVE hold-line TO hold-line-ws
            IF hold-date-ws = run-date
                MOVE hold-dept-ws TO rs-dept
                PERFORM FIND-GATE-SLOT
                IF gate-slot > 0
                    MOVE hold-status-ws TO prior-status (gate-slot)
                    MOVE hold-reason-ws TO prior-reason (gate-slot)
                    MOVE hold-operator-ws TO prior-operator (gate-slot)
                    MOVE hold-release-date-ws
                        TO prior-release-date (gate-slot)
                    MOVE hold-release-time-ws
                        TO prior-release-time (gate-slot)
                END-IF
            ELSE
                ADD 1 TO holds-kept
                MOVE hold-line TO hold-work-line
                WRITE hold-work-line
            END-IF
    END-READ.

*> Every department tonight or in the window against its own
*> baseline, then what that means for its hold.
MEASURE-DEPARTMENTS.
    IF baseline-nights = 0
        DISPLAY "WARNING: no RUNSTATS for any of the " baseline-days
            " business days before " run-date " - no baseline, "
            "nothing held"
    END-IF
    PERFORM MEASURE-ONE-DEPARTMENT
        VARYING gate-index FROM 1 BY 1
        UNTIL gate-index > gate-count.

MEASURE-ONE-DEPARTMENT.
    MOVE SPACES TO gate-reason (gate-index)
    MOVE SPACES TO gate-flags (gate-index)
    MOVE 1 TO flag-pointer
    IF baseline-nights > 0
        COMPUTE avg-processed (gate-index) ROUNDED =
            base-processed (gate-index) / baseline-nights
        COMPUTE avg-rejected (gate-index) ROUNDED =
            base-rejected (gate-index) / baseline-nights
        COMPUTE avg-verify (gate-index) ROUNDED =
            base-verify (gate-index) / baseline-nights
        IF tonight-processed (gate-index) = 0
                AND avg-processed (gate-index) NOT < 1
            PERFORM FLAG-SILENT
        END-IF
        IF avg-processed (gate-index) < 1
            COMPUTE limit-value = surge-factor
        ELSE
            COMPUTE limit-value =
                surge-factor * avg-processed (gate-index)
        END-IF
        IF tonight-processed (gate-index) > limit-value
            PERFORM FLAG-SURGE
        END-IF
        IF avg-rejected (gate-index) < 1
            COMPUTE limit-value = surge-factor
        ELSE
            COMPUTE limit-value =
                surge-factor * avg-rejected (gate-index)
        END-IF
        IF tonight-rejected (gate-index) > limit-value
            PERFORM FLAG-REJECT
        END-IF
        IF avg-verify (gate-index) < 1
            COMPUTE limit-value = surge-factor
        ELSE
            COMPUTE limit-value =
                surge-factor * avg-verify (gate-index)
        END-IF
        IF tonight-verify (gate-index) > limit-value
            PERFORM FLAG-VERIFY
        END-IF
    END-IF
    PERFORM SETTLE-DEPARTMENT-HOLD.

FLAG-SILENT.
    IF gate-reason (gate-index) = SPACES
        MOVE 'SILENT' TO gate-reason (gate-index)
    END-IF
    STRING 'SILENT ' DELIMITED BY SIZE
        INTO gate-flags (gate-index) WITH POINTER flag-pointer.

FLAG-SURGE.
    IF gate-reason (gate-index) = SPACES
        MOVE 'SURGE' TO gate-reason (gate-index)
    END-IF
    STRING 'SURGE ' DELIMITED BY SIZE
        INTO gate-flags (gate-index) WITH POINTER flag-pointer.

FLAG-REJECT.
    IF gate-reason (gate-index) = SPACES
        MOVE 'REJECT' TO gate-reason (gate-index)
    END-IF
    STRING 'REJECT ' DELIMITED BY SIZE
        INTO gate-flags (gate-index) WITH POINTER flag-pointer.

FLAG-VERIFY.
    IF gate-reason (gate-index) = SPACES
        MOVE 'VERIFY' TO gate-reason (gate-index)
    END-IF
    STRING 'VERIFY ' DELIMITED BY SIZE
        INTO gate-flags (gate-index) WITH POINTER flag-pointer.

*> A release stands for the night whatever a rerun finds; a hold
*> still warranted is carried, one no longer warranted is cleared,
*> and a new finding is held - each change logged as it is made.
SETTLE-DEPARTMENT-HOLD.
    MOVE SPACES TO final-status (gate-index)
    MOVE SPACES TO final-operator (gate-index)
    MOVE 0 TO final-release-date (gate-index)
    MOVE 0 TO final-release-time (gate-index)
    MOVE 'PASSED' TO gate-action (gate-index)
    EVALUATE TRUE
        WHEN prior-status (gate-index) = 'RELS'
            MOVE 'RELS' TO final-status (gate-index)
            MOVE prior-operator (gate-index)
                TO final-operator (gate-index)
            MOVE prior-release-date (gate-index)
                TO final-release-date (gate-index)
            MOVE prior-release-time (gate-index)
                TO final-release-time (gate-index)
            IF gate-reason (gate-index) = SPACES
                MOVE prior-reason (gate-index) TO gate-reason (gate-index)
            END-IF
            MOVE 'RELEASED' TO gate-action (gate-index)
        WHEN gate-reason (gate-index) NOT = SPACES
                AND prior-status (gate-index) = 'HOLD'
            MOVE 'HOLD' TO final-status (gate-index)
            MOVE 'HELD' TO gate-action (gate-index)
            ADD 1 TO holds-carried
        WHEN gate-reason (gate-index) NOT = SPACES
            MOVE 'HOLD' TO final-status (gate-index)
            MOVE 'HELD' TO gate-action (gate-index)
            ADD 1 TO holds-placed
            MOVE SPACES TO gate-log-ws
            MOVE gate-dept (gate-index) TO log-dept-ws
            MOVE 'HOLD' TO log-event-ws
            MOVE gate-reason (gate-index) TO log-reason-ws
            MOVE 'relgate' TO log-operator-ws
            MOVE gate-flags (gate-index) TO log-detail-ws
            PERFORM WRITE-GATE-LOG
            DISPLAY "HOLD: department " gate-dept (gate-index)
                " - " gate-flags (gate-index)
        WHEN prior-status (gate-index) = 'HOLD'
            MOVE 'CLEARED' TO gate-action (gate-index)
            ADD 1 TO holds-cleared
            MOVE SPACES TO gate-log-ws
            MOVE gate-dept (gate-index) TO log-dept-ws
            MOVE 'CLEAR' TO log-event-ws
            MOVE prior-reason (gate-index) TO log-reason-ws
            MOVE 'relgate' TO log-operator-ws
            MOVE 'NO LONGER ANOMALOUS ON RERUN' TO log-detail-ws
            PERFORM WRITE-GATE-LOG
    END-EVALUATE.

*> Each card releases one held department for one night. It is
*> applied only to a hold in force for tonight; anything else is
*> refused, and every card is logged whichever way it goes.
APPLY-OVERRIDE-CARDS.
    OPEN INPUT override-file
    IF override-status = '00'
        MOVE SPACES TO report-line
        WRITE report-line
        MOVE 'OVERRIDE CARDS' TO report-line
        WRITE report-line
        PERFORM APPLY-OVERRIDE-CARD UNTIL end-of-overrides = 'Y'
        CLOSE override-file
    END-IF.

APPLY-OVERRIDE-CARD.
    READ override-file
        AT END MOVE 'Y' TO end-of-overrides
        NOT AT END
            IF override-card NOT = SPACES
                ADD 1 TO cards-read
                PERFORM CHECK-OVERRIDE-CARD
                MOVE SPACES TO gate-log-ws
                MOVE ovr-dept TO log-dept-ws
                MOVE ovr-operator TO log-operator-ws
                MOVE ovr-dept TO cardl-dept-ws
                MOVE ovr-date-x TO cardl-date-ws
                MOVE ovr-operator TO cardl-operator-ws
                IF card-problem = SPACES
                    MOVE 'RELS' TO final-status (gate-slot)
                    MOVE ovr-operator TO final-operator (gate-slot)
                    MOVE entry-date TO final-release-date (gate-slot)
                    MOVE run-time TO final-release-time (gate-slot)
                    MOVE 'RELEASED' TO gate-action (gate-slot)
                    ADD 1 TO holds-released
                    MOVE 'RELEASE' TO log-event-ws
                    MOVE gate-reason (gate-slot) TO log-reason-ws
                    MOVE ovr-reason TO log-detail-ws
                    MOVE 'RELEASED' TO cardl-result-ws
                    MOVE ovr-reason TO cardl-text-ws
                    DISPLAY "RELEASE: department " ovr-dept
                        " released by " ovr-operator
                ELSE
                    ADD 1 TO cards-refused
                    MOVE 'REFUSE' TO log-event-ws
                    MOVE card-problem TO log-detail-ws
                    MOVE 'REFUSED' TO cardl-result-ws
                    MOVE card-problem TO cardl-text-ws
                    DISPLAY "REFUSED: GATEOVR card for " ovr-dept
                        " - " card-problem
                END-IF
                PERFORM WRITE-GATE-LOG
                MOVE card-line-ws TO report-line
                WRITE report-line
            END-IF
    END-READ.

CHECK-OVERRIDE-CARD.
    MOVE SPACES TO card-problem
    MOVE 0 TO gate-slot
    EVALUATE TRUE
        WHEN ovr-action NOT = 'RELEASE'
            MOVE 'NOT A RELEASE CARD' TO card-problem
        WHEN ovr-operator = SPACES
            MOVE 'NO OPERATOR NAMED' TO card-problem
        WHEN ovr-date-x IS NOT NUMERIC
            MOVE 'BUSINESS DATE NOT YYYYMMDD' TO card-problem
        WHEN ovr-date NOT = run-date
            MOVE 'NOT TONIGHT''S BUSINESS DATE' TO card-problem
        WHEN ovr-reason = SPACES
            MOVE 'NO REASON GIVEN' TO card-problem
        WHEN OTHER
            PERFORM VARYING gate-index FROM 1 BY 1
                    UNTIL gate-index > gate-count
                IF gate-dept (gate-index) = ovr-dept
                    MOVE gate-index TO gate-slot
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF gate-slot = 0
                MOVE 'DEPARTMENT NOT HELD TONIGHT' TO card-problem
            ELSE
                IF final-status (gate-slot) = 'RELS'
                    MOVE 'ALREADY RELEASED' TO card-problem
                ELSE
                    IF final-status (gate-slot) NOT = 'HOLD'
                        MOVE 'DEPARTMENT NOT HELD TONIGHT'
                            TO card-problem
                    END-IF
                END-IF
            END-IF
    END-EVALUATE.

WRITE-GATE-LOG.
    MOVE entry-date TO log-event-date-ws
    MOVE run-time TO log-event-time-ws
    MOVE run-date TO log-business-date-ws
    MOVE gate-log-ws TO gate-log-line
    WRITE gate-log-line.

*> The whole night, one line per department: tonight's counts, the
*> baseline averages and what the gate did.
REPORT-DEPARTMENTS.
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    MOVE baseline-nights TO count-ws
    STRING 'BASELINE NIGHTS ON RUNSTATS: ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE dept-header-ws TO report-line
    WRITE report-line
    PERFORM VARYING gate-index FROM 1 BY 1
            UNTIL gate-index > gate-count
        MOVE gate-dept (gate-index) TO deptl-dept-ws
        MOVE tonight-processed (gate-index) TO deptl-processed-ws
        MOVE tonight-rejected (gate-index) TO deptl-rejected-ws
        MOVE tonight-verify (gate-index) TO deptl-verify-ws
        MOVE avg-processed (gate-index) TO deptl-avg-proc-ws
        MOVE avg-rejected (gate-index) TO deptl-avg-rej-ws
        MOVE avg-verify (gate-index) TO deptl-avg-verf-ws
        MOVE gate-action (gate-index) TO deptl-action-ws
        MOVE gate-flags (gate-index) TO deptl-flags-ws
        MOVE dept-line-ws TO report-line
        WRITE report-line
        IF final-status (gate-index) = 'HOLD'
            ADD 1 TO holds-in-force
        END-IF
    END-PERFORM
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    MOVE holds-placed TO count-ws
    STRING 'HOLDS PLACED       ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE holds-carried TO count-ws
    STRING 'HOLDS CARRIED      ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE holds-cleared TO count-ws
    STRING 'HOLDS CLEARED      ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE holds-released TO count-ws
    STRING 'HOLDS RELEASED     ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE cards-refused TO count-ws
    STRING 'CARDS REFUSED      ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE holds-in-force TO count-ws
    STRING 'HELD FOR TRANSBLD  ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line.

*> Tonight's holds and releases go on the work file behind the other
*> nights', then the work file replaces HOLDFILE.
SAVE-HOLD-FILE.
    PERFORM VARYING gate-index FROM 1 BY 1
            UNTIL gate-index > gate-count
        IF final-status (gate-index) NOT = SPACES
            MOVE SPACES TO hold-line-ws
            MOVE run-date TO hold-date-ws
            MOVE gate-dept (gate-index) TO hold-dept-ws
            MOVE final-status (gate-index) TO hold-status-ws
            MOVE gate-reason (gate-index) TO hold-reason-ws
            MOVE final-operator (gate-index) TO hold-operator-ws
            MOVE final-release-date (gate-index)
                TO hold-release-date-ws
            MOVE final-release-time (gate-index)
                TO hold-release-time-ws
            MOVE hold-line-ws TO hold-work-line
            WRITE hold-work-line
        END-IF
    END-PERFORM
    CLOSE hold-work
    OPEN INPUT hold-work
    OPEN OUTPUT hold-file
    MOVE 'N' TO end-of-holds
    PERFORM COPY-WORK-LINE UNTIL end-of-holds = 'Y'
    CLOSE hold-work
    CLOSE hold-file.

COPY-WORK-LINE.
    READ hold-work
        AT END MOVE 'Y' TO end-of-holds
        NOT AT END
            MOVE hold-work-line TO hold-line
            WRITE hold-line
    END-READ.

TERMINATE-RUN.
    CLOSE gate-log
    CLOSE gate-report
    DISPLAY "relgate: " gate-count " department(s) gated against "
        baseline-nights " baseline night(s) - " holds-in-force
        " held, " holds-released " released, " cards-refused
        " card(s) refused"
    IF holds-in-force > 0 OR cards-refused > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. There is nothing to gate
*> until the outbound batch for the same business date has ended
*> clean and left its RUNSTATS behind.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'relgate' TO ledger-job
    MOVE SPACES TO ledger-qualifier
    MOVE 'programming-past' TO ledger-predecessor
    MOVE 'OUT' TO ledger-pred-qualifier
    MOVE run-date TO ledger-business-date
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
