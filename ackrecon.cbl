       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ackrecon.
AUTHOR. Christopher Lee

*> Partner acknowledgment reconciliation. transbld books every
*> outbound file it builds on the transmission register XMITREG; the
*> partners send back acknowledgments in the same HDR/CNT/REJ/TRL
*> groups our own WRITE-ORIGIN-ACK produces for them. This job reads
*> the acknowledgments that came in (ACKIN - any number of groups, from
*> any number of partners, concatenated) and matches each one against
*> the register, so that nothing we sent goes unconfirmed without
*> someone being told:
*>
*>   - each acknowledgment is matched to the oldest transmission to
*>     its origin-system still waiting for one and dated no later than
*>     the acknowledgment itself, and marks it acknowledged;
*>   - an acknowledgment whose received count is not the number of
*>     messages we sent, or whose passed and rejected counts do not
*>     add up to it, or whose REJ lines do not number its rejected
*>     count, is reported as a count disagreement;
*>   - every message the partner rejected is resolved through the
*>     register to the department and RESULTS line it came from;
*>   - every transmission still unacknowledged more than N business
*>     days after its business date is reported overdue.
*>
*> An acknowledgment group that is not well formed - no trailer, a
*> trailer count that does not match, a line that is none of the four
*> kinds - is reported and not applied, the way the batch refuses a
*> damaged MESSAGES batch rather than half-processing it.
*>
*> The optional ACKPARM card gives N in columns 1-2 (default 2). Ages
*> are counted in business days on the shop CALENDAR, to the business
*> date this run belongs to. XMITREG is rewritten through XMITWRK at
*> end of run; acknowledged transmissions drop off it, with their
*> messages, once the acknowledgment is older than the retention
*> window. Anything to report ends the run condition 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ack-file ASSIGN TO "ACKIN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ack-status.
    SELECT ack-parm-file ASSIGN TO "ACKPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ack-parm-status.
    SELECT xmit-register ASSIGN TO "XMITREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS xmit-register-status.
    *> the updated register, staged here and copied back over XMITREG
    SELECT xmit-work ASSIGN TO "XMITWRK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS xmit-work-status.
    SELECT recon-report ASSIGN TO "ACKRPT"
        ORGANIZATION LINE SEQUENTIAL.
    *> the shop business calendar, shared with the nightly batch -
    *> optional, absent means Monday-to-Friday with no holidays
    SELECT calendar-file ASSIGN TO "CALENDAR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS calendar-status.

DATA DIVISION.
FILE SECTION.
*> The acknowledgment layouts, exactly as WRITE-ORIGIN-ACK writes
*> them for our own partners.
FD  ack-file.
01  ack-line                PIC X(24).
01  ack-header-record.
    05  ack-type            PIC X(3).
    05  ack-header-date-x   PIC X(8).
    05  ack-header-date     REDEFINES ack-header-date-x PIC 9(8).
    05  ack-header-origin   PIC X(8).
01  ack-count-record.
    05  FILLER              PIC X(3).
    05  ack-received-x      PIC X(7).
    05  ack-received        REDEFINES ack-received-x PIC 9(7).
    05  ack-passed-x        PIC X(7).
    05  ack-passed          REDEFINES ack-passed-x PIC 9(7).
    05  ack-rejected-x      PIC X(7).
    05  ack-rejected        REDEFINES ack-rejected-x PIC 9(7).
01  ack-detail-record.
    05  FILLER              PIC X(3).
    05  ack-seq-x           PIC X(5).
    05  ack-seq             REDEFINES ack-seq-x PIC 9(5).
    05  ack-reason          PIC X(4).
01  ack-trailer-record.
    05  FILLER              PIC X(3).
    05  ack-trailer-count-x PIC X(7).
    05  ack-trailer-count   REDEFINES ack-trailer-count-x PIC 9(7).

FD  ack-parm-file.
01  ack-parm-card.
    05  parm-overdue-days-x PIC X(2).
    05  parm-overdue-days   REDEFINES parm-overdue-days-x PIC 9(2).

FD  xmit-register.
01  xmit-register-line      PIC X(84).
FD  xmit-work.
01  xmit-work-line          PIC X(84).

FD  recon-report.
01  report-line             PIC X(132).

FD  calendar-file.
COPY "calendar-record.cpy".

WORKING-STORAGE SECTION.
01  ack-status              PIC X(2).
01  ack-parm-status         PIC X(2).
01  xmit-register-status    PIC X(2).
01  xmit-work-status        PIC X(2).

01  end-of-acks             PIC X(1) VALUE 'N'.
01  end-of-register         PIC X(1) VALUE 'N'.

01  run-date                PIC 9(8).
01  run-time                PIC 9(8).
01  overdue-days            PIC 9(2) VALUE 2.           *> default; ACKPARM cols 1-2 override per run
01  retention-days          PIC 9(3) VALUE 60.          *> acknowledged transmissions are kept this many days past the acknowledgment
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

*> Aging: business days after age-from-date up to and including
*> age-to-date.
01  age-from-date           PIC 9(8) VALUE 0.
01  age-to-date             PIC 9(8) VALUE 0.
01  age-days                PIC 9(4) VALUE 0.
01  age-guard               PIC 9(4) VALUE 0.

*> The register, loaded whole from XMITREG. Running out of room is
*> fatal: a transmission dropped from the register could never be
*> reported unacknowledged.
01  xmt-table.
    05  xmt-entry OCCURS 500 TIMES.
        10  xt-origin           PIC X(8).
        10  xt-date             PIC 9(8).
        10  xt-file             PIC 9(1).
        10  xt-records          PIC 9(7).
        10  xt-messages         PIC 9(7).
        10  xt-ack-status       PIC X(4).
            88  xt-open             VALUE 'OPEN'.
            88  xt-acknowledged     VALUE 'ACKD'.
        10  xt-ack-date         PIC 9(8).
        10  xt-received         PIC 9(7).
        10  xt-passed           PIC 9(7).
        10  xt-rejected         PIC 9(7).
        10  xt-kept             PIC X(1).
01  xmt-count               PIC 9(4) VALUE 0.
01  xmt-index               PIC 9(4) VALUE 0.
01  xmt-found               PIC 9(4) VALUE 0.

01  msg-table.
    05  msg-entry OCCURS 10000 TIMES.
        10  mt-origin           PIC X(8).
        10  mt-date             PIC 9(8).
        10  mt-file             PIC 9(1).
        10  mt-seq              PIC 9(5).
        10  mt-dept             PIC X(3).
        10  mt-line             PIC 9(7).
        10  mt-reason           PIC X(4).
01  msg-count               PIC 9(5) VALUE 0.
01  msg-index               PIC 9(5) VALUE 0.
01  msg-found               PIC 9(5) VALUE 0.

*> The acknowledgment group being read, applied only once its trailer
*> proves it whole.
01  group-open              PIC X(1) VALUE 'N'.
01  group-count-seen        PIC X(1) VALUE 'N'.
01  group-damaged           PIC X(1) VALUE 'N'.
01  group-date              PIC 9(8) VALUE 0.
01  group-origin            PIC X(8).
01  group-received          PIC 9(7) VALUE 0.
01  group-passed            PIC 9(7) VALUE 0.
01  group-rejected          PIC 9(7) VALUE 0.
01  group-records           PIC 9(7) VALUE 0.
01  group-reject-table.
    05  group-reject-entry OCCURS 500 TIMES.
        10  gr-seq              PIC 9(5).
        10  gr-reason           PIC X(4).
01  group-reject-count      PIC 9(4) VALUE 0.
01  group-reject-index      PIC 9(4) VALUE 0.
01  group-problem           PIC X(60).

01  acks-read               PIC 9(5) VALUE 0.
01  acks-applied            PIC 9(5) VALUE 0.
01  acks-damaged            PIC 9(5) VALUE 0.
01  acks-unmatched          PIC 9(5) VALUE 0.
01  count-disagreements     PIC 9(5) VALUE 0.
01  partner-rejects         PIC 9(5) VALUE 0.
01  overdue-count           PIC 9(5) VALUE 0.
01  awaiting-count          PIC 9(5) VALUE 0.
01  xmt-pruned              PIC 9(5) VALUE 0.
01  msg-pruned              PIC 9(7) VALUE 0.
01  ack-lines-read          PIC 9(7) VALUE 0.

COPY "xmit-register.cpy".

01  ack-line-ws.
    05  ackl-origin-ws      PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  ackl-date-ws        PIC 9(8).
    05  FILLER              PIC X(8) VALUE ' OUTBND'.
    05  ackl-file-ws        PIC 9(1).
    05  FILLER              PIC X(6) VALUE '  SENT'.
    05  ackl-sent-ws        PIC ZZZZZZ9.
    05  FILLER              PIC X(10) VALUE '  RECEIVED'.
    05  ackl-received-ws    PIC ZZZZZZ9.
    05  FILLER              PIC X(8) VALUE '  PASSED'.
    05  ackl-passed-ws      PIC ZZZZZZ9.
    05  FILLER              PIC X(10) VALUE '  REJECTED'.
    05  ackl-rejected-ws    PIC ZZZZZZ9.
    05  FILLER              PIC X(9) VALUE '  ACK OF '.
    05  ackl-ack-date-ws    PIC 9(8).

01  reject-line-ws.
    05  FILLER              PIC X(19) VALUE '    PARTNER REJECT '.
    05  rejl-seq-ws         PIC 9(5).
    05  FILLER              PIC X(8) VALUE '  REASON'.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejl-reason-ws      PIC X(4).
    05  FILLER              PIC X(6) VALUE '  DEPT'.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rejl-dept-ws        PIC X(3).
    05  FILLER              PIC X(15) VALUE '  RESULTS LINE '.
    05  rejl-line-ws        PIC ZZZZZZ9.

01  overdue-line-ws.
    05  overl-origin-ws     PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  overl-date-ws       PIC 9(8).
    05  FILLER              PIC X(8) VALUE ' OUTBND'.
    05  overl-file-ws       PIC 9(1).
    05  FILLER              PIC X(10) VALUE '  MESSAGES'.
    05  overl-messages-ws   PIC ZZZZZZ9.
    05  FILLER              PIC X(9) VALUE '  RECORDS'.
    05  overl-records-ws    PIC ZZZZZZ9.
    05  FILLER              PIC X(22) VALUE '  UNACKNOWLEDGED AFTER'.
    05  overl-age-ws        PIC ZZZ9.
    05  FILLER              PIC X(14) VALUE ' BUSINESS DAYS'.

01  count-ws                PIC ZZZZZZ9.

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-REGISTER
    PERFORM RECONCILE-ACKNOWLEDGMENTS
    PERFORM REPORT-OVERDUE
    PERFORM SAVE-REGISTER
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM SET-PROCESS-DATE
    PERFORM RECORD-RUN-START
    PERFORM READ-ACK-PARM
    COMPUTE date-integer =
        FUNCTION INTEGER-OF-DATE(run-date) - retention-days
    MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO retention-cutoff
    OPEN OUTPUT recon-report
    MOVE SPACES TO report-line
    STRING 'PARTNER ACKNOWLEDGMENT RECONCILIATION - BUSINESS DATE '
        run-date '   OVERDUE AFTER ' overdue-days ' BUSINESS DAYS'
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line.

*> No card, or a blank one, means the compiled default; a card that
*> is there but not a number is a mis-punched card.
READ-ACK-PARM.
    OPEN INPUT ack-parm-file
    IF ack-parm-status = '00'
        READ ack-parm-file
            AT END CONTINUE
            NOT AT END
                IF parm-overdue-days-x NOT = SPACES
                    IF parm-overdue-days-x IS NUMERIC
                        MOVE parm-overdue-days TO overdue-days
                    ELSE
                        DISPLAY "FATAL: ACKPARM overdue days '"
                            parm-overdue-days-x "' is not numeric"
                        CLOSE ack-parm-file
                        MOVE 16 TO RETURN-CODE
                        PERFORM RECORD-RUN-END
                        STOP RUN
                    END-IF
                END-IF
        END-READ
        CLOSE ack-parm-file
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
        DISPLAY "ackrecon: run started " entry-date
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

*> Business days after age-from-date up to and including
*> age-to-date: a transmission dated yesterday is one business day
*> old today.
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

*> XMITREG is required: transbld writes it on every build, so a
*> missing register means there is nothing to reconcile against and
*> every acknowledgment would be reported unmatched.
LOAD-REGISTER.
    OPEN INPUT xmit-register
    IF xmit-register-status NOT = '00'
        DISPLAY "FATAL: unable to open XMITREG, status "
            xmit-register-status " - run transbld to build the "
            "transmission register"
        CLOSE recon-report
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-REGISTER-LINE UNTIL end-of-register = 'Y'
    CLOSE xmit-register
    DISPLAY "Loaded " xmt-count " transmission(s) and " msg-count
        " message(s) from XMITREG".

LOAD-REGISTER-LINE.
    READ xmit-register
        AT END MOVE 'Y' TO end-of-register
        NOT AT END
            MOVE xmit-register-line TO xreg-line-ws
            EVALUATE TRUE
                WHEN xreg-transmission
                    PERFORM STORE-TRANSMISSION
                WHEN xreg-message
                    PERFORM STORE-MESSAGE
                WHEN OTHER
                    DISPLAY "WARNING: XMITREG line type '"
                        xreg-type-ws "' unknown - dropped"
            END-EVALUATE
    END-READ.

STORE-TRANSMISSION.
    IF xmt-count = 500
        DISPLAY "FATAL: transmission register exceeds 500 "
            "transmissions"
        CLOSE xmit-register
        CLOSE recon-report
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    ADD 1 TO xmt-count
    MOVE xreg-origin-ws TO xt-origin (xmt-count)
    MOVE xreg-date-ws TO xt-date (xmt-count)
    MOVE xreg-file-ws TO xt-file (xmt-count)
    MOVE xreg-records-ws TO xt-records (xmt-count)
    MOVE xreg-messages-ws TO xt-messages (xmt-count)
    MOVE xreg-ack-status-ws TO xt-ack-status (xmt-count)
    MOVE xreg-ack-date-ws TO xt-ack-date (xmt-count)
    MOVE xreg-ack-received-ws TO xt-received (xmt-count)
    MOVE xreg-ack-passed-ws TO xt-passed (xmt-count)
    MOVE xreg-ack-rejected-ws TO xt-rejected (xmt-count)
    MOVE 'Y' TO xt-kept (xmt-count).

STORE-MESSAGE.
    IF msg-count = 10000
        DISPLAY "FATAL: transmission register exceeds 10000 "
            "messages"
        CLOSE xmit-register
        CLOSE recon-report
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    ADD 1 TO msg-count
    MOVE xreg-origin-ws TO mt-origin (msg-count)
    MOVE xreg-date-ws TO mt-date (msg-count)
    MOVE xreg-file-ws TO mt-file (msg-count)
    MOVE xreg-msg-seq-ws TO mt-seq (msg-count)
    MOVE xreg-msg-dept-ws TO mt-dept (msg-count)
    MOVE xreg-results-line-ws TO mt-line (msg-count)
    MOVE xreg-reject-reason-ws TO mt-reason (msg-count).

*> No ACKIN at all is a normal morning when nothing came back - the
*> overdue check still runs.
RECONCILE-ACKNOWLEDGMENTS.
    MOVE 'ACKNOWLEDGMENTS RECEIVED' TO report-line
    WRITE report-line
    OPEN INPUT ack-file
    IF ack-status = '00'
        PERFORM READ-ACK-LINE UNTIL end-of-acks = 'Y'
        CLOSE ack-file
        IF group-open = 'Y'
            MOVE 'ends with no trailer' TO group-problem
            PERFORM REPORT-DAMAGED-GROUP
        END-IF
    END-IF
    IF acks-read = 0
        MOVE '  NONE' TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line.

READ-ACK-LINE.
    READ ack-file
        AT END MOVE 'Y' TO end-of-acks
        NOT AT END
            ADD 1 TO ack-lines-read
            EVALUATE ack-type
                WHEN 'HDR'
                    PERFORM START-ACK-GROUP
                WHEN 'CNT'
                    PERFORM TAKE-ACK-COUNTS
                WHEN 'REJ'
                    PERFORM TAKE-ACK-REJECT
                WHEN 'TRL'
                    PERFORM CLOSE-ACK-GROUP
                WHEN OTHER
                    IF group-open = 'Y'
                        MOVE 'holds a line that is not HDR/CNT/REJ/TRL'
                            TO group-problem
                        MOVE 'Y' TO group-damaged
                    ELSE
                        DISPLAY "WARNING: ACKIN line " ack-lines-read
                            " is outside any acknowledgment group - "
                            "ignored"
                    END-IF
            END-EVALUATE
    END-READ.

*> A header while a group is still open means the group before it
*> never got its trailer.
START-ACK-GROUP.
    IF group-open = 'Y'
        MOVE 'has no trailer before the next header' TO group-problem
        PERFORM REPORT-DAMAGED-GROUP
    END-IF
    ADD 1 TO acks-read
    MOVE 'Y' TO group-open
    MOVE 'N' TO group-count-seen
    MOVE 'N' TO group-damaged
    MOVE SPACES TO group-problem
    MOVE 0 TO group-records
    MOVE 0 TO group-reject-count
    MOVE 0 TO group-received
    MOVE 0 TO group-passed
    MOVE 0 TO group-rejected
    MOVE ack-header-origin TO group-origin
    IF ack-header-date-x IS NUMERIC
        MOVE ack-header-date TO group-date
    ELSE
        MOVE 0 TO group-date
        MOVE 'header date is not YYYYMMDD' TO group-problem
        MOVE 'Y' TO group-damaged
    END-IF.

TAKE-ACK-COUNTS.
    IF group-open = 'Y'
        ADD 1 TO group-records
        IF ack-received-x IS NUMERIC AND ack-passed-x IS NUMERIC
                AND ack-rejected-x IS NUMERIC
            MOVE ack-received TO group-received
            MOVE ack-passed TO group-passed
            MOVE ack-rejected TO group-rejected
            MOVE 'Y' TO group-count-seen
        ELSE
            MOVE 'counts are not numeric' TO group-problem
            MOVE 'Y' TO group-damaged
        END-IF
    END-IF.

TAKE-ACK-REJECT.
    IF group-open = 'Y'
        ADD 1 TO group-records
        IF ack-seq-x IS NUMERIC AND group-reject-count < 500
            ADD 1 TO group-reject-count
            MOVE ack-seq TO gr-seq (group-reject-count)
            MOVE ack-reason TO gr-reason (group-reject-count)
        ELSE
            MOVE 'reject sequence is not numeric' TO group-problem
            MOVE 'Y' TO group-damaged
        END-IF
    END-IF.

*> The trailer counts the CNT line and every REJ line, the way
*> WRITE-ORIGIN-ACK counts them; a group that balances is applied.
CLOSE-ACK-GROUP.
    IF group-open = 'N'
        DISPLAY "WARNING: ACKIN line " ack-lines-read
            " is a trailer with no header - ignored"
    ELSE
        IF ack-trailer-count-x NOT NUMERIC
                OR ack-trailer-count NOT = group-records
            MOVE 'trailer count does not match its records'
                TO group-problem
            MOVE 'Y' TO group-damaged
        END-IF
        IF group-count-seen = 'N' AND group-damaged = 'N'
            MOVE 'has no CNT line' TO group-problem
            MOVE 'Y' TO group-damaged
        END-IF
        IF group-damaged = 'Y'
            PERFORM REPORT-DAMAGED-GROUP
        ELSE
            PERFORM APPLY-ACK-GROUP
            MOVE 'N' TO group-open
        END-IF
    END-IF.

REPORT-DAMAGED-GROUP.
    ADD 1 TO acks-damaged
    MOVE SPACES TO report-line
    STRING '*** DAMAGED ACKNOWLEDGMENT FROM ' group-origin
        ' DATED ' group-date ' - ' DELIMITED BY SIZE
        group-problem DELIMITED BY '  '
        ' - NOT APPLIED' DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE 'N' TO group-open.

*> The oldest transmission to this origin still waiting for an
*> acknowledgment, and dated no later than it - acknowledgments come
*> back in the order the files went out, and a partner cannot
*> acknowledge a file it has not been sent yet.
APPLY-ACK-GROUP.
    MOVE 0 TO xmt-found
    PERFORM VARYING xmt-index FROM 1 BY 1
            UNTIL xmt-index > xmt-count
        IF xt-origin (xmt-index) = group-origin
                AND xt-open (xmt-index)
                AND xt-date (xmt-index) <= group-date
            IF xmt-found = 0
                MOVE xmt-index TO xmt-found
            ELSE
                IF xt-date (xmt-index) < xt-date (xmt-found)
                        OR (xt-date (xmt-index) = xt-date (xmt-found)
                            AND xt-file (xmt-index)
                                < xt-file (xmt-found))
                    MOVE xmt-index TO xmt-found
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF xmt-found = 0
        ADD 1 TO acks-unmatched
        MOVE SPACES TO report-line
        STRING '*** ACKNOWLEDGMENT FROM ' group-origin ' DATED '
            group-date ' MATCHES NO UNACKNOWLEDGED TRANSMISSION'
            DELIMITED BY SIZE INTO report-line
        WRITE report-line
    ELSE
        ADD 1 TO acks-applied
        MOVE 'ACKD' TO xt-ack-status (xmt-found)
        MOVE group-date TO xt-ack-date (xmt-found)
        MOVE group-received TO xt-received (xmt-found)
        MOVE group-passed TO xt-passed (xmt-found)
        MOVE group-rejected TO xt-rejected (xmt-found)
        MOVE xt-origin (xmt-found) TO ackl-origin-ws
        MOVE xt-date (xmt-found) TO ackl-date-ws
        MOVE xt-file (xmt-found) TO ackl-file-ws
        MOVE xt-messages (xmt-found) TO ackl-sent-ws
        MOVE group-received TO ackl-received-ws
        MOVE group-passed TO ackl-passed-ws
        MOVE group-rejected TO ackl-rejected-ws
        MOVE group-date TO ackl-ack-date-ws
        MOVE ack-line-ws TO report-line
        WRITE report-line
        IF group-received NOT = xt-messages (xmt-found)
                OR group-passed + group-rejected NOT = group-received
                OR group-reject-count NOT = group-rejected
            ADD 1 TO count-disagreements
            MOVE '    *** COUNTS DISAGREE - received is not what was '
                & 'sent, or passed + rejected is not received, or the '
                & 'REJ lines do not number the rejected count'
                TO report-line
            WRITE report-line
        END-IF
        PERFORM RESOLVE-PARTNER-REJECT
            VARYING group-reject-index FROM 1 BY 1
            UNTIL group-reject-index > group-reject-count
    END-IF.

*> A partner reject quotes the message's sequence in the file it
*> received; the register turns that back into our department and
*> the RESULTS line the message was built from.
RESOLVE-PARTNER-REJECT.
    ADD 1 TO partner-rejects
    MOVE 0 TO msg-found
    PERFORM VARYING msg-index FROM 1 BY 1
            UNTIL msg-index > msg-count
        IF mt-origin (msg-index) = xt-origin (xmt-found)
                AND mt-date (msg-index) = xt-date (xmt-found)
                AND mt-file (msg-index) = xt-file (xmt-found)
                AND mt-seq (msg-index) = gr-seq (group-reject-index)
            MOVE msg-index TO msg-found
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF msg-found = 0
        MOVE SPACES TO report-line
        STRING '    *** PARTNER REJECT ' gr-seq (group-reject-index)
            ' REASON ' gr-reason (group-reject-index)
            ' - NO SUCH MESSAGE IN THIS TRANSMISSION'
            DELIMITED BY SIZE INTO report-line
    ELSE
        MOVE gr-reason (group-reject-index) TO mt-reason (msg-found)
        MOVE gr-seq (group-reject-index) TO rejl-seq-ws
        MOVE gr-reason (group-reject-index) TO rejl-reason-ws
        MOVE mt-dept (msg-found) TO rejl-dept-ws
        MOVE mt-line (msg-found) TO rejl-line-ws
        MOVE reject-line-ws TO report-line
    END-IF
    WRITE report-line.

*> Every transmission still open more than N business days after its
*> business date; the ones inside the window are only counted.
REPORT-OVERDUE.
    MOVE 'OVERDUE TRANSMISSIONS' TO report-line
    WRITE report-line
    PERFORM CHECK-OVERDUE
        VARYING xmt-index FROM 1 BY 1
        UNTIL xmt-index > xmt-count
    IF overdue-count = 0
        MOVE '  NONE' TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line.

CHECK-OVERDUE.
    IF xt-open (xmt-index)
        MOVE xt-date (xmt-index) TO age-from-date
        MOVE run-date TO age-to-date
        PERFORM COUNT-BUSINESS-DAYS
        IF age-days > overdue-days
            ADD 1 TO overdue-count
            MOVE xt-origin (xmt-index) TO overl-origin-ws
            MOVE xt-date (xmt-index) TO overl-date-ws
            MOVE xt-file (xmt-index) TO overl-file-ws
            MOVE xt-messages (xmt-index) TO overl-messages-ws
            MOVE xt-records (xmt-index) TO overl-records-ws
            MOVE age-days TO overl-age-ws
            MOVE overdue-line-ws TO report-line
            WRITE report-line
        ELSE
            ADD 1 TO awaiting-count
        END-IF
    END-IF.

*> Acknowledged transmissions whose acknowledgment has aged past the
*> retention window leave the register with their messages; open ones
*> stay however old they are, because their being open is the news.
SAVE-REGISTER.
    PERFORM VARYING xmt-index FROM 1 BY 1
            UNTIL xmt-index > xmt-count
        IF xt-acknowledged (xmt-index)
                AND xt-ack-date (xmt-index) < retention-cutoff
            MOVE 'N' TO xt-kept (xmt-index)
            ADD 1 TO xmt-pruned
        END-IF
    END-PERFORM
    OPEN OUTPUT xmit-work
    IF xmit-work-status NOT = '00'
        DISPLAY "FATAL: unable to open XMITWRK, status "
            xmit-work-status " - XMITREG left as it was"
        CLOSE recon-report
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM SAVE-TRANSMISSION
        VARYING xmt-index FROM 1 BY 1
        UNTIL xmt-index > xmt-count
    PERFORM SAVE-MESSAGE
        VARYING msg-index FROM 1 BY 1
        UNTIL msg-index > msg-count
    CLOSE xmit-work
    OPEN INPUT xmit-work
    OPEN OUTPUT xmit-register
    MOVE 'N' TO end-of-register
    PERFORM COPY-WORK-LINE UNTIL end-of-register = 'Y'
    CLOSE xmit-work
    CLOSE xmit-register.

SAVE-TRANSMISSION.
    IF xt-kept (xmt-index) = 'Y'
        MOVE SPACES TO xreg-line-ws
        MOVE 'XMT' TO xreg-type-ws
        MOVE xt-origin (xmt-index) TO xreg-origin-ws
        MOVE xt-date (xmt-index) TO xreg-date-ws
        MOVE xt-file (xmt-index) TO xreg-file-ws
        MOVE xt-records (xmt-index) TO xreg-records-ws
        MOVE xt-messages (xmt-index) TO xreg-messages-ws
        MOVE xt-ack-status (xmt-index) TO xreg-ack-status-ws
        MOVE xt-ack-date (xmt-index) TO xreg-ack-date-ws
        MOVE xt-received (xmt-index) TO xreg-ack-received-ws
        MOVE xt-passed (xmt-index) TO xreg-ack-passed-ws
        MOVE xt-rejected (xmt-index) TO xreg-ack-rejected-ws
        MOVE xreg-line-ws TO xmit-work-line
        WRITE xmit-work-line
    END-IF.

*> A message goes with its transmission: kept if the transmission is.
SAVE-MESSAGE.
    MOVE 0 TO xmt-found
    PERFORM VARYING xmt-index FROM 1 BY 1
            UNTIL xmt-index > xmt-count
        IF xt-origin (xmt-index) = mt-origin (msg-index)
                AND xt-date (xmt-index) = mt-date (msg-index)
                AND xt-file (xmt-index) = mt-file (msg-index)
            MOVE xmt-index TO xmt-found
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF xmt-found > 0 AND xt-kept (xmt-found) = 'N'
        ADD 1 TO msg-pruned
    ELSE
        MOVE SPACES TO xreg-line-ws
        MOVE 'MSG' TO xreg-type-ws
        MOVE mt-origin (msg-index) TO xreg-origin-ws
        MOVE mt-date (msg-index) TO xreg-date-ws
        MOVE mt-file (msg-index) TO xreg-file-ws
        MOVE mt-seq (msg-index) TO xreg-msg-seq-ws
        MOVE mt-dept (msg-index) TO xreg-msg-dept-ws
        MOVE mt-line (msg-index) TO xreg-results-line-ws
        MOVE mt-reason (msg-index) TO xreg-reject-reason-ws
        MOVE xreg-line-ws TO xmit-work-line
        WRITE xmit-work-line
    END-IF.

COPY-WORK-LINE.
    READ xmit-work
        AT END MOVE 'Y' TO end-of-register
        NOT AT END
            MOVE xmit-work-line TO xmit-register-line
            WRITE xmit-register-line
    END-READ.

TERMINATE-RUN.
    MOVE acks-read TO count-ws
    MOVE SPACES TO report-line
    STRING 'ACKNOWLEDGMENTS READ    ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE acks-applied TO count-ws
    MOVE SPACES TO report-line
    STRING 'MATCHED                 ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE acks-unmatched TO count-ws
    MOVE SPACES TO report-line
    STRING 'UNMATCHED               ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE acks-damaged TO count-ws
    MOVE SPACES TO report-line
    STRING 'DAMAGED                 ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE count-disagreements TO count-ws
    MOVE SPACES TO report-line
    STRING 'COUNT DISAGREEMENTS     ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE partner-rejects TO count-ws
    MOVE SPACES TO report-line
    STRING 'MESSAGES REJECTED       ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE overdue-count TO count-ws
    MOVE SPACES TO report-line
    STRING 'OVERDUE TRANSMISSIONS   ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE awaiting-count TO count-ws
    MOVE SPACES TO report-line
    STRING 'AWAITING, NOT YET DUE   ' count-ws DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    CLOSE recon-report
    DISPLAY "ackrecon: " acks-read " acknowledgment(s), "
        acks-applied " matched, " overdue-count " overdue, "
        partner-rejects " partner reject(s), " xmt-pruned
        " acknowledged transmission(s) retired"
    IF acks-unmatched > 0 OR acks-damaged > 0
            OR count-disagreements > 0 OR partner-rejects > 0
            OR overdue-count > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. Acknowledgments come in
*> on the partners' timetable, not ours, so this waits on no other
*> job.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'ackrecon' TO ledger-job
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
