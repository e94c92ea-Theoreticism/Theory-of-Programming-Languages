       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. keyconf.
AUTHOR. Christopher Lee

*> Partner key-change confirmation follow-up. keymaint books every
*> key-change notice it sends a partner on the notice register KEYNREG
*> (layout in notice-register.cpy); a ROTATE or EXPIRE the partner has
*> not applied by its effective date means their traffic and ours are
*> enciphered under different generations from that day on. This job
*> reads the confirmations that came back (KEYCONF - any number of
*> groups, from any number of partners, concatenated) and reports
*> every notice still waiting on one that takes effect soon:
*>
*>   - each confirmation is matched to the open notice for the same
*>     partner, department, action and effective date, and marks it
*>     confirmed with the date of the confirmation group;
*>   - a confirmation that matches no notice is reported unmatched;
*>   - every notice still open whose change takes effect on or before
*>     the fifth business day after this run's business date is
*>     listed - the ones already in effect first in line, since the
*>     partner is now out of step with us.
*>
*> A confirmation group is framed the way the notices went out: an
*> HDR record with the partner's date in columns 4-11 and its
*> origin-system in 12-19, one CNF record per notice confirmed, and a
*> TRL record with the count of CNF records in columns 4-10. A CNF
*> record is the NTC record it confirms with CNF in columns 1-3 in
*> place of NTC - the department in 5-7, the action in 9-14 and the
*> effective date in 16-23; anything after is not read. A group that
*> is not well formed - no trailer, a trailer count that does not
*> match, a line that is none of the three kinds - is reported and not
*> applied, as ackrecon refuses a damaged acknowledgment.
*>
*> Business days are counted on the shop CALENDAR, from the business
*> date this run belongs to. KEYNREG is rewritten through KEYNWRK at
*> end of run; a confirmed notice drops off once its confirmation is
*> older than the retention window, an open one stays however old it
*> is. Anything due and unconfirmed, and anything damaged or
*> unmatched, ends the run condition 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT confirm-file ASSIGN TO "KEYCONF"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS confirm-status.
    SELECT notice-register ASSIGN TO "KEYNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS notice-register-status.
    *> the updated register, staged here and copied back over KEYNREG
    SELECT notice-work ASSIGN TO "KEYNWRK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS notice-work-status.
    SELECT follow-report ASSIGN TO "KEYNRPT"
        ORGANIZATION LINE SEQUENTIAL.
    *> the shop business calendar, shared with the nightly batch -
    *> optional, absent means Monday-to-Friday with no holidays
    SELECT calendar-file ASSIGN TO "CALENDAR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS calendar-status.

DATA DIVISION.
FILE SECTION.
*> The confirmation layouts, framed as keymaint frames its notices.
FD  confirm-file.
01  confirm-line            PIC X(124).
01  confirm-header-record.
    05  confirm-type        PIC X(3).
    05  confirm-header-date-x PIC X(8).
    05  confirm-header-date REDEFINES confirm-header-date-x PIC 9(8).
    05  confirm-header-origin PIC X(8).
01  confirm-detail-record.
    05  FILLER              PIC X(4).
    05  confirm-dept        PIC X(3).
    05  FILLER              PIC X(1).
    05  confirm-action      PIC X(6).
    05  FILLER              PIC X(1).
    05  confirm-effective-x PIC X(8).
    05  confirm-effective   REDEFINES confirm-effective-x PIC 9(8).
01  confirm-trailer-record.
    05  FILLER              PIC X(3).
    05  confirm-trailer-count-x PIC X(7).
    05  confirm-trailer-count REDEFINES confirm-trailer-count-x PIC 9(7).

FD  notice-register.
01  notice-register-line    PIC X(70).
FD  notice-work.
01  notice-work-line        PIC X(70).

FD  follow-report.
01  report-line             PIC X(132).

FD  calendar-file.
COPY "calendar-record.cpy".

WORKING-STORAGE SECTION.
01  confirm-status          PIC X(2).
01  notice-register-status  PIC X(2).
01  notice-work-status      PIC X(2).

01  end-of-confirms         PIC X(1) VALUE 'N'.
01  end-of-register         PIC X(1) VALUE 'N'.

01  run-date                PIC 9(8).
01  run-time                PIC 9(8).
01  horizon-days            PIC 9(2) VALUE 5.           *> business days ahead a change must be confirmed by
01  horizon-date            PIC 9(8) VALUE 0.
01  retention-days          PIC 9(3) VALUE 60.          *> confirmed notices are kept this many days past the confirmation
01  retention-cutoff        PIC 9(8) VALUE 0.

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

*> Counting forward: business days after age-from-date up to and
*> including age-to-date.
01  age-from-date           PIC 9(8) VALUE 0.
01  age-to-date             PIC 9(8) VALUE 0.
01  age-days                PIC 9(4) VALUE 0.
01  age-guard               PIC 9(4) VALUE 0.

*> The register, loaded whole from KEYNREG. Running out of room is
*> fatal: a notice dropped from the register could never be reported
*> unconfirmed.
01  ntc-table.
    05  ntc-entry OCCURS 500 TIMES.
        10  nt-origin           PIC X(8).
        10  nt-dept             PIC X(3).
        10  nt-action           PIC X(6).
        10  nt-effective        PIC 9(8).
        10  nt-retired-from     PIC 9(8).
        10  nt-retired-to       PIC 9(8).
        10  nt-issued           PIC 9(8).
        10  nt-status           PIC X(4).
            88  nt-open             VALUE 'OPEN'.
            88  nt-confirmed        VALUE 'CONF'.
        10  nt-confirmed-date   PIC 9(8).
        10  nt-kept             PIC X(1).
01  ntc-count               PIC 9(4) VALUE 0.
01  ntc-index               PIC 9(4) VALUE 0.
01  ntc-found               PIC 9(4) VALUE 0.

*> The confirmation group being read, applied only once its trailer
*> proves it whole.
01  group-open              PIC X(1) VALUE 'N'.
01  group-damaged           PIC X(1) VALUE 'N'.
01  group-date              PIC 9(8) VALUE 0.
01  group-origin            PIC X(8).
01  group-records           PIC 9(7) VALUE 0.
01  group-confirm-table.
    05  group-confirm-entry OCCURS 200 TIMES.
        10  gc-dept             PIC X(3).
        10  gc-action           PIC X(6).
        10  gc-effective        PIC 9(8).
01  group-confirm-count     PIC 9(3) VALUE 0.
01  group-confirm-index     PIC 9(3) VALUE 0.
01  group-problem           PIC X(60).

01  groups-read             PIC 9(5) VALUE 0.
01  groups-damaged          PIC 9(5) VALUE 0.
01  confirms-applied        PIC 9(5) VALUE 0.
01  confirms-repeated       PIC 9(5) VALUE 0.
01  confirms-unmatched      PIC 9(5) VALUE 0.
01  in-effect-count         PIC 9(5) VALUE 0.
01  due-count               PIC 9(5) VALUE 0.
01  later-count             PIC 9(5) VALUE 0.
01  ntc-pruned              PIC 9(5) VALUE 0.
01  confirm-lines-read      PIC 9(7) VALUE 0.

COPY "notice-register.cpy".

01  confirm-line-ws.
    05  cnfl-origin-ws      PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  cnfl-dept-ws        PIC X(3).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  cnfl-action-ws      PIC X(6).
    05  FILLER              PIC X(11) VALUE ' EFFECTIVE '.
    05  cnfl-effective-ws   PIC 9(8).
    05  FILLER              PIC X(11) VALUE '  ISSUED   '.
    05  cnfl-issued-ws      PIC 9(8).
    05  FILLER              PIC X(14) VALUE '  CONFIRMED   '.
    05  cnfl-confirmed-ws   PIC 9(8).

01  due-line-ws.
    05  duel-origin-ws      PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  duel-dept-ws        PIC X(3).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  duel-action-ws      PIC X(6).
    05  FILLER              PIC X(11) VALUE ' EFFECTIVE '.
    05  duel-effective-ws   PIC 9(8).
    05  FILLER              PIC X(11) VALUE '  RETIRES  '.
    05  duel-retired-from-ws PIC 9(8).
    05  FILLER              PIC X(1) VALUE '-'.
    05  duel-retired-to-ws  PIC 9(8).
    05  FILLER              PIC X(11) VALUE '  ISSUED   '.
    05  duel-issued-ws      PIC 9(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  duel-state-ws       PIC X(40).

01  days-ws                 PIC Z9.
01  count-ws                PIC ZZZZZZ9.

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-REGISTER
    PERFORM APPLY-CONFIRMATIONS
    PERFORM REPORT-DUE-NOTICES
    PERFORM SAVE-REGISTER
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM SET-PROCESS-DATE
    PERFORM RECORD-RUN-START
    COMPUTE date-integer =
        FUNCTION INTEGER-OF-DATE(run-date) - retention-days
    MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO retention-cutoff
    PERFORM SET-HORIZON-DATE
    OPEN OUTPUT follow-report
    MOVE SPACES TO report-line
    STRING 'PARTNER KEY-CHANGE NOTICE FOLLOW-UP - BUSINESS DATE '
        run-date '   DUE WITHIN ' horizon-days ' BUSINESS DAYS, TO '
        horizon-date DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line.

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

*> The same business-date settlement the batch performs: a run in
*> the small hours belongs to the previous day's batch, and a date
*> that is not a business day rolls back to the business day before.
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
        DISPLAY "keyconf: run started " entry-date
            " works business date " run-date
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

*> The last day a change can take effect and still be due: the
*> horizon-days'th business day after the business date - weekends
*> and holidays stepped over, so a Friday run looks into the
*> following Friday.
SET-HORIZON-DATE.
    MOVE 0 TO age-days
    MOVE 0 TO age-guard
    MOVE run-date TO check-date
    PERFORM STEP-FORWARD-ONE-DAY
        UNTIL age-days >= horizon-days OR age-guard > 9990
    IF age-days < horizon-days
        DISPLAY "FATAL: CALENDAR has no " horizon-days
            " business days after " run-date " - correct the calendar"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    MOVE check-date TO horizon-date.

*> Business days after age-from-date up to and including
*> age-to-date: a change effective on the next business day is one
*> business day away.
COUNT-BUSINESS-DAYS.
    MOVE 0 TO age-days
    MOVE 0 TO age-guard
    MOVE age-from-date TO check-date
    PERFORM STEP-FORWARD-ONE-DAY
        UNTIL check-date >= age-to-date OR age-guard > 9990.

STEP-FORWARD-ONE-DAY.
    ADD 1 TO age-guard
    COMPUTE date-integer = FUNCTION INTEGER-OF-DATE(check-date) + 1
    MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO check-date
    PERFORM CHECK-BUSINESS-DAY
    IF business-day-flag = 'Y'
        ADD 1 TO age-days
    END-IF.

*> KEYNREG is required: keymaint writes it on every run, so a missing
*> register means there is nothing to match confirmations against.
LOAD-REGISTER.
    OPEN INPUT notice-register
    IF notice-register-status NOT = '00'
        DISPLAY "FATAL: unable to open KEYNREG, status "
            notice-register-status " - run keymaint to build the "
            "notice register"
        CLOSE follow-report
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-REGISTER-LINE UNTIL end-of-register = 'Y'
    CLOSE notice-register
    DISPLAY "Loaded " ntc-count " key-change notice(s) from KEYNREG".

LOAD-REGISTER-LINE.
    READ notice-register
        AT END MOVE 'Y' TO end-of-register
        NOT AT END
            IF ntc-count = 500
                DISPLAY "FATAL: KEYNREG holds more than 500 notices"
                CLOSE notice-register
                CLOSE follow-report
                MOVE 16 TO RETURN-CODE
                PERFORM RECORD-RUN-END
                STOP RUN
            END-IF
            MOVE notice-register-line TO nreg-line-ws
            ADD 1 TO ntc-count
            MOVE nreg-origin-ws TO nt-origin (ntc-count)
            MOVE nreg-dept-ws TO nt-dept (ntc-count)
            MOVE nreg-action-ws TO nt-action (ntc-count)
            MOVE nreg-effective-ws TO nt-effective (ntc-count)
            MOVE nreg-retired-from-ws TO nt-retired-from (ntc-count)
            MOVE nreg-retired-to-ws TO nt-retired-to (ntc-count)
            MOVE nreg-issued-ws TO nt-issued (ntc-count)
            MOVE nreg-status-ws TO nt-status (ntc-count)
            MOVE nreg-confirmed-date-ws TO nt-confirmed-date (ntc-count)
            MOVE 'Y' TO nt-kept (ntc-count)
    END-READ.

*> No KEYCONF at all is a normal morning when nothing came back - the
*> follow-up still runs.
APPLY-CONFIRMATIONS.
    MOVE 'CONFIRMATIONS RECEIVED' TO report-line
    WRITE report-line
    OPEN INPUT confirm-file
    IF confirm-status = '00'
        PERFORM READ-CONFIRM-LINE UNTIL end-of-confirms = 'Y'
        CLOSE confirm-file
        IF group-open = 'Y'
            MOVE 'ends with no trailer' TO group-problem
            PERFORM REPORT-DAMAGED-GROUP
        END-IF
    END-IF
    IF groups-read = 0
        MOVE '  NONE' TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line.

READ-CONFIRM-LINE.
    READ confirm-file
        AT END MOVE 'Y' TO end-of-confirms
        NOT AT END
            ADD 1 TO confirm-lines-read
            EVALUATE confirm-type
                WHEN 'HDR'
                    PERFORM START-CONFIRM-GROUP
                WHEN 'CNF'
                    PERFORM TAKE-CONFIRMATION
                WHEN 'TRL'
                    PERFORM CLOSE-CONFIRM-GROUP
                WHEN OTHER
                    IF group-open = 'Y'
                        MOVE 'holds a line that is not HDR/CNF/TRL'
                            TO group-problem
                        MOVE 'Y' TO group-damaged
                    ELSE
                        DISPLAY "WARNING: KEYCONF line "
                            confirm-lines-read " is outside any "
                            "confirmation group - ignored"
                    END-IF
            END-EVALUATE
    END-READ.

*> A header while a group is still open means the group before it
*> never got its trailer.
START-CONFIRM-GROUP.
    IF group-open = 'Y'
        MOVE 'has no trailer before the next header' TO group-problem
        PERFORM REPORT-DAMAGED-GROUP
    END-IF
    ADD 1 TO groups-read
    MOVE 'Y' TO group-open
    MOVE 'N' TO group-damaged
    MOVE SPACES TO group-problem
    MOVE 0 TO group-records
    MOVE 0 TO group-confirm-count
    MOVE confirm-header-origin TO group-origin
    IF confirm-header-date-x IS NUMERIC
        MOVE confirm-header-date TO group-date
    ELSE
        MOVE 0 TO group-date
        MOVE 'header date is not YYYYMMDD' TO group-problem
        MOVE 'Y' TO group-damaged
    END-IF.

TAKE-CONFIRMATION.
    IF group-open = 'Y'
        ADD 1 TO group-records
        IF confirm-effective-x IS NUMERIC
                AND group-confirm-count < 200
            ADD 1 TO group-confirm-count
            MOVE confirm-dept TO gc-dept (group-confirm-count)
            MOVE confirm-action TO gc-action (group-confirm-count)
            MOVE confirm-effective
                TO gc-effective (group-confirm-count)
        ELSE
            MOVE 'confirmed effective date is not numeric'
                TO group-problem
            MOVE 'Y' TO group-damaged
        END-IF
    ELSE
        DISPLAY "WARNING: KEYCONF line " confirm-lines-read
            " is a confirmation with no header - ignored"
    END-IF.

*> The trailer counts the CNF lines; a group that balances is applied.
CLOSE-CONFIRM-GROUP.
    IF group-open = 'N'
        DISPLAY "WARNING: KEYCONF line " confirm-lines-read
            " is a trailer with no header - ignored"
    ELSE
        IF confirm-trailer-count-x NOT NUMERIC
                OR confirm-trailer-count NOT = group-records
            MOVE 'trailer count does not match its records'
                TO group-problem
            MOVE 'Y' TO group-damaged
        END-IF
        IF group-damaged = 'Y'
            PERFORM REPORT-DAMAGED-GROUP
        ELSE
            PERFORM APPLY-CONFIRMATION
                VARYING group-confirm-index FROM 1 BY 1
                UNTIL group-confirm-index > group-confirm-count
            MOVE 'N' TO group-open
        END-IF
    END-IF.

REPORT-DAMAGED-GROUP.
    ADD 1 TO groups-damaged
    MOVE SPACES TO report-line
    STRING '*** DAMAGED CONFIRMATION FROM ' group-origin
        ' DATED ' group-date ' - ' DELIMITED BY SIZE
        group-problem DELIMITED BY '  '
        ' - NOT APPLIED' DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE 'N' TO group-open.

*> The notice this partner was sent for the same department, action
*> and date. A confirmation of a notice already confirmed - the
*> partner sending the same group twice - is noted, not counted
*> against anyone.
APPLY-CONFIRMATION.
    MOVE 0 TO ntc-found
    PERFORM VARYING ntc-index FROM 1 BY 1
            UNTIL ntc-index > ntc-count
        IF nt-origin (ntc-index) = group-origin
                AND nt-dept (ntc-index) = gc-dept (group-confirm-index)
                AND nt-action (ntc-index)
                    = gc-action (group-confirm-index)
                AND nt-effective (ntc-index)
                    = gc-effective (group-confirm-index)
            MOVE ntc-index TO ntc-found
            IF nt-open (ntc-index)
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN ntc-found = 0
            ADD 1 TO confirms-unmatched
            MOVE SPACES TO report-line
            STRING '*** CONFIRMATION FROM ' group-origin ' DATED '
                group-date ' OF ' gc-dept (group-confirm-index) ' '
                gc-action (group-confirm-index) ' EFFECTIVE '
                gc-effective (group-confirm-index)
                ' MATCHES NO NOTICE SENT' DELIMITED BY SIZE
                INTO report-line
            WRITE report-line
        WHEN nt-confirmed (ntc-found)
            ADD 1 TO confirms-repeated
            MOVE SPACES TO report-line
            STRING '    CONFIRMATION FROM ' group-origin ' OF '
                gc-dept (group-confirm-index) ' '
                gc-action (group-confirm-index) ' EFFECTIVE '
                gc-effective (group-confirm-index)
                ' REPEATS ONE ALREADY RECEIVED '
                nt-confirmed-date (ntc-found) DELIMITED BY SIZE
                INTO report-line
            WRITE report-line
        WHEN OTHER
            ADD 1 TO confirms-applied
            MOVE 'CONF' TO nt-status (ntc-found)
            MOVE group-date TO nt-confirmed-date (ntc-found)
            MOVE nt-origin (ntc-found) TO cnfl-origin-ws
            MOVE nt-dept (ntc-found) TO cnfl-dept-ws
            MOVE nt-action (ntc-found) TO cnfl-action-ws
            MOVE nt-effective (ntc-found) TO cnfl-effective-ws
            MOVE nt-issued (ntc-found) TO cnfl-issued-ws
            MOVE group-date TO cnfl-confirmed-ws
            MOVE confirm-line-ws TO report-line
            WRITE report-line
    END-EVALUATE.

*> Every notice still open whose change takes effect by the horizon;
*> the ones further out are only counted.
REPORT-DUE-NOTICES.
    MOVE 'NOTICES AWAITING CONFIRMATION' TO report-line
    WRITE report-line
    PERFORM CHECK-DUE-NOTICE
        VARYING ntc-index FROM 1 BY 1
        UNTIL ntc-index > ntc-count
    IF in-effect-count + due-count = 0
        MOVE '  NONE' TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line.

CHECK-DUE-NOTICE.
    IF nt-open (ntc-index)
        IF nt-effective (ntc-index) > horizon-date
            ADD 1 TO later-count
        ELSE
            MOVE nt-origin (ntc-index) TO duel-origin-ws
            MOVE nt-dept (ntc-index) TO duel-dept-ws
            MOVE nt-action (ntc-index) TO duel-action-ws
            MOVE nt-effective (ntc-index) TO duel-effective-ws
            MOVE nt-retired-from (ntc-index) TO duel-retired-from-ws
            MOVE nt-retired-to (ntc-index) TO duel-retired-to-ws
            MOVE nt-issued (ntc-index) TO duel-issued-ws
            IF nt-effective (ntc-index) <= run-date
                ADD 1 TO in-effect-count
                MOVE '*** ALREADY IN EFFECT - NOT CONFIRMED'
                    TO duel-state-ws
            ELSE
                ADD 1 TO due-count
                MOVE run-date TO age-from-date
                MOVE nt-effective (ntc-index) TO age-to-date
                PERFORM COUNT-BUSINESS-DAYS
                MOVE age-days TO days-ws
                MOVE SPACES TO duel-state-ws
                STRING 'TAKES EFFECT IN ' days-ws ' BUSINESS DAY(S)'
                    DELIMITED BY SIZE INTO duel-state-ws
            END-IF
            MOVE due-line-ws TO report-line
            WRITE report-line
        END-IF
    END-IF.

*> Confirmed notices whose confirmation has aged past the retention
*> window leave the register; open ones stay however old they are,
*> because their being open is the news.
SAVE-REGISTER.
    PERFORM VARYING ntc-index FROM 1 BY 1
            UNTIL ntc-index > ntc-count
        IF nt-confirmed (ntc-index)
                AND nt-confirmed-date (ntc-index) < retention-cutoff
            MOVE 'N' TO nt-kept (ntc-index)
            ADD 1 TO ntc-pruned
        END-IF
    END-PERFORM
    OPEN OUTPUT notice-work
    IF notice-work-status NOT = '00'
        DISPLAY "FATAL: unable to open KEYNWRK, status "
            notice-work-status " - KEYNREG left as it was"
        CLOSE follow-report
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM SAVE-NOTICE
        VARYING ntc-index FROM 1 BY 1
        UNTIL ntc-index > ntc-count
    CLOSE notice-work
    OPEN INPUT notice-work
    OPEN OUTPUT notice-register
    MOVE 'N' TO end-of-register
    PERFORM COPY-WORK-LINE UNTIL end-of-register = 'Y'
    CLOSE notice-work
    CLOSE notice-register.

SAVE-NOTICE.
    IF nt-kept (ntc-index) = 'Y'
        MOVE SPACES TO nreg-line-ws
        MOVE nt-origin (ntc-index) TO nreg-origin-ws
        MOVE nt-dept (ntc-index) TO nreg-dept-ws
        MOVE nt-action (ntc-index) TO nreg-action-ws
        MOVE nt-effective (ntc-index) TO nreg-effective-ws
        MOVE nt-retired-from (ntc-index) TO nreg-retired-from-ws
        MOVE nt-retired-to (ntc-index) TO nreg-retired-to-ws
        MOVE nt-issued (ntc-index) TO nreg-issued-ws
        MOVE nt-status (ntc-index) TO nreg-status-ws
        MOVE nt-confirmed-date (ntc-index) TO nreg-confirmed-date-ws
        MOVE nreg-line-ws TO notice-work-line
        WRITE notice-work-line
    END-IF.

COPY-WORK-LINE.
    READ notice-work
        AT END MOVE 'Y' TO end-of-register
        NOT AT END
            MOVE notice-work-line TO notice-register-line
            WRITE notice-register-line
    END-READ.

TERMINATE-RUN.
    MOVE groups-read TO count-ws
    MOVE SPACES TO report-line
    STRING 'CONFIRMATION GROUPS READ ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE groups-damaged TO count-ws
    MOVE SPACES TO report-line
    STRING 'DAMAGED                  ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE confirms-applied TO count-ws
    MOVE SPACES TO report-line
    STRING 'NOTICES CONFIRMED        ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE confirms-repeated TO count-ws
    MOVE SPACES TO report-line
    STRING 'REPEATED CONFIRMATIONS   ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE confirms-unmatched TO count-ws
    MOVE SPACES TO report-line
    STRING 'UNMATCHED                ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE in-effect-count TO count-ws
    MOVE SPACES TO report-line
    STRING 'IN EFFECT, UNCONFIRMED   ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE due-count TO count-ws
    MOVE SPACES TO report-line
    STRING 'DUE, UNCONFIRMED         ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE later-count TO count-ws
    MOVE SPACES TO report-line
    STRING 'AWAITING, NOT YET DUE    ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    CLOSE follow-report
    DISPLAY "keyconf: " groups-read " confirmation group(s), "
        confirms-applied " notice(s) confirmed, " in-effect-count
        " in effect and " due-count " due unconfirmed, " ntc-pruned
        " confirmed notice(s) retired"
    IF groups-damaged > 0 OR confirms-unmatched > 0
            OR in-effect-count > 0 OR due-count > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. Confirmations come in on
*> the partners' timetable, not ours, so this waits on no other job.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'keyconf' TO ledger-job
    MOVE SPACES TO ledger-qualifier
    MOVE SPACES TO ledger-predecessor
    MOVE SPACES TO ledger-pred-qualifier
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
