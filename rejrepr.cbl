       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rejrepr.
AUTHOR. Christopher Lee

*> Reject repair and resubmission. Everything programming-past writes
*> to REJECTED used to sit there until someone retyped the fixable
*> ones into a new MESSAGES file by hand, with nothing to say which
*> resubmitted message came from which reject. This job, run after
*> the nightly batch, does both halves of that properly:
*>
*>   - every REJECTED line is booked onto the reject-disposition
*>     register REJREG, keyed by the business date, run direction
*>     and sequence of the run that rejected it, and stays there as
*>     OPEN until a correction card disposes of it;
*>   - the REJFIX correction deck repairs or writes off open
*>     rejects, and every repaired message goes out on a properly
*>     framed HDR/detail/CON/TRL resubmission batch - RESUBOUT for
*>     rejects from an outbound run, RESUBIN for rejects from an
*>     inbound run, since partner ciphertext must never be fed to an
*>     outbound run and enciphered a second time. The register
*>     records the resubmission's business date and its position in
*>     that batch, which is the link back from the resubmitted
*>     message to the original reject. Each batch carries one
*>     HDR/TRL group per origin-system the resubmitted rejects first
*>     arrived from, so the run that takes the resubmission in
*>     acknowledges the partner that sent the message.
*>
*> REJREG is rewritten whole at end of run the way DUPREG is; closed
*> entries fall off it once their disposition is older than the
*> retention window, open ones never do. REJRPT lists every card's
*> disposition and then the whole register - each reject open,
*> resubmitted or written off, with its age in business days (to
*> today for an open reject, to its disposition for a closed one)
*> counted on the shop CALENDAR.
*>
*> REJFIX correction card, fixed columns:
*>   1-6    action   KEYWRD, SHORTN, SPLIT, ATTACH, RESEND or WRTOFF
*>   8-15   business date of the run that rejected the message
*>   17     direction of that run, O or I (blank = O)
*>   19-23  the reject's sequence in that run
*>   25-44  keyword (KEYWRD; ATTACH, the parent's keyword if any;
*>          RESEND, a replacement keyword if any)
*>   46-48  new length (SHORTN) or split column (SPLIT)
*>   50-52  parent department (ATTACH); corrected department (RESEND)
*>   54     parent cipher mode, C or V (ATTACH); corrected cipher
*>          mode (RESEND)
*>   56-60  parent message's sequence in the same run (ATTACH)
*>   62-69  operator id
*>   71-110 note - the write-off reason, required for WRTOFF
*> KEYWRD  a 0002 Vigenere message with no keyword: resubmitted with
*>         the keyword from the card.
*> SHORTN  a 0001 over-length message: resubmitted cut to the first
*>         so many columns.
*> SPLIT   a 0001 over-length message: resubmitted as two messages,
*>         the columns up to the split column and the rest. REJECTED
*>         only ever held the first 500 columns - anything the
*>         sender put past that was never kept and has to come from
*>         the sender again.
*> ATTACH  a 0003 orphaned continuation: resubmitted as a message of
*>         the named parent's department, mode and keyword, with the
*>         parent's department and sequence kept on the register as
*>         the link, whatever note the card carries.
*> RESEND  a 0005-0008 department-master reject: the message was
*>         sound, the department was not cleared to send it. Once
*>         deptmaint has put that right (or, for 0008, on a later
*>         day's ceiling) it is resubmitted as it stood - or under the
*>         department, mode or keyword the card corrects, blank
*>         columns keeping what the reject carried.
*> WRTOFF  any reject (normally a 0004 duplicate) closed with no
*>         resubmission, for the reason given on the card.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT rejected-file ASSIGN TO "REJECTED"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS rejected-status.
    SELECT fix-file ASSIGN TO "REJFIX"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS fix-status.
    SELECT register-file ASSIGN TO "REJREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS register-status.
    SELECT resub-out-file ASSIGN TO "RESUBOUT"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT resub-in-file ASSIGN TO "RESUBIN"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT disposition-report ASSIGN TO "REJRPT"
        ORGANIZATION LINE SEQUENTIAL.
    *> the shop business calendar, shared with the nightly batch -
    *> optional, absent means Monday-to-Friday with no holidays
    SELECT calendar-file ASSIGN TO "CALENDAR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS calendar-status.

DATA DIVISION.
FILE SECTION.
FD  rejected-file.
01  rejected-line           PIC X(562).

FD  fix-file.
01  fix-card.
    05  fix-action          PIC X(6).
    05  FILLER              PIC X(1).
    05  fix-date-x          PIC X(8).
    05  fix-date            REDEFINES fix-date-x PIC 9(8).
    05  FILLER              PIC X(1).
    05  fix-run-mode        PIC X(1).
    05  FILLER              PIC X(1).
    05  fix-seq-x           PIC X(5).
    05  fix-seq             REDEFINES fix-seq-x PIC 9(5).
    05  FILLER              PIC X(1).
    05  fix-keyword         PIC X(20).
    05  FILLER              PIC X(1).
    05  fix-length-x        PIC X(3).
    05  fix-length          REDEFINES fix-length-x PIC 9(3).
    05  FILLER              PIC X(1).
    05  fix-parent-dept     PIC X(3).
    05  FILLER              PIC X(1).
    05  fix-parent-mode     PIC X(1).
    05  FILLER              PIC X(1).
    05  fix-parent-seq-x    PIC X(5).
    05  fix-parent-seq      REDEFINES fix-parent-seq-x PIC 9(5).
    05  FILLER              PIC X(1).
    05  fix-operator        PIC X(8).
    05  FILLER              PIC X(1).
    05  fix-note            PIC X(40).

*> One register record per reject ever booked: its key, the message
*> as REJECTED carried it, and its disposition.
FD  register-file.
01  register-record.
    05  rr-date             PIC 9(8).
    05  FILLER              PIC X(1).
    05  rr-run-mode         PIC X(1).
    05  FILLER              PIC X(1).
    05  rr-seq              PIC 9(5).
    05  FILLER              PIC X(1).
    05  rr-origin           PIC X(8).
    05  FILLER              PIC X(1).
    05  rr-dept             PIC X(3).
    05  FILLER              PIC X(1).
    05  rr-reason           PIC X(4).
    05  FILLER              PIC X(1).
    05  rr-mode             PIC X(1).
    05  FILLER              PIC X(1).
    05  rr-keyword          PIC X(20).
    05  FILLER              PIC X(1).
    05  rr-length           PIC 9(3).
    05  FILLER              PIC X(1).
    05  rr-status           PIC X(4).
    05  FILLER              PIC X(1).
    05  rr-disp-date        PIC 9(8).
    05  FILLER              PIC X(1).
    05  rr-resub-date       PIC 9(8).
    05  FILLER              PIC X(1).
    05  rr-resub-seq        PIC 9(5).
    05  FILLER              PIC X(1).
    05  rr-resub-parts      PIC 9(1).
    05  FILLER              PIC X(1).
    05  rr-operator         PIC X(8).
    05  FILLER              PIC X(1).
    05  rr-note             PIC X(40).
    05  FILLER              PIC X(1).
    05  rr-text             PIC X(500).
    *> ATTACH only: the parent the continuation went out under.
    *> Entries booked before these columns existed read them blank.
    05  FILLER              PIC X(1).
    05  rr-parent-dept      PIC X(3).
    05  FILLER              PIC X(1).
    05  rr-parent-seq-x     PIC X(5).
    05  rr-parent-seq       REDEFINES rr-parent-seq-x PIC 9(5).

FD  resub-out-file.
01  resub-out-line          PIC X(124).
FD  resub-in-file.
01  resub-in-line           PIC X(124).

FD  disposition-report.
01  report-line             PIC X(132).

FD  calendar-file.
COPY "calendar-record.cpy".

WORKING-STORAGE SECTION.
01  rejected-status         PIC X(2).
01  fix-status              PIC X(2).
01  register-status         PIC X(2).

01  end-of-rejected         PIC X(1) VALUE 'N'.
01  end-of-cards            PIC X(1) VALUE 'N'.
01  end-of-register         PIC X(1) VALUE 'N'.

01  run-date                PIC 9(8).
01  run-time                PIC 9(8).

*> Business-calendar state, loaded and applied exactly as the batch
*> does it - the business date stamps the resubmission headers, the
*> dispositions, and is the "today" every open reject is aged to.
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
*> age-to-date. The guard stops a reject older than any schedule
*> would ever leave one open from walking the calendar for ever.
01  age-from-date           PIC 9(8) VALUE 0.
01  age-to-date             PIC 9(8) VALUE 0.
01  age-days                PIC 9(4) VALUE 0.
01  age-guard               PIC 9(4) VALUE 0.

*> The register, loaded from REJREG at start of run and written back
*> whole at end. A thousand entries is months of rejects with room
*> to spare; running out is fatal, because dropping an open reject
*> off the register is exactly the loss this job exists to prevent.
01  register-table.
    05  register-entry OCCURS 1000 TIMES.
        10  reg-date            PIC 9(8).
        10  reg-run-mode        PIC X(1).
        10  reg-seq             PIC 9(5).
        10  reg-origin          PIC X(8).
        10  reg-dept            PIC X(3).
        10  reg-reason          PIC X(4).
        10  reg-mode            PIC X(1).
        10  reg-keyword         PIC X(20).
        10  reg-length          PIC 9(3).
        10  reg-status          PIC X(4).
            88  reg-open            VALUE 'OPEN'.
            88  reg-resubmitted     VALUE 'RSUB'.
            88  reg-written-off     VALUE 'WOFF'.
        10  reg-disp-date       PIC 9(8).
        10  reg-resub-date      PIC 9(8).
        10  reg-resub-seq       PIC 9(5).
        10  reg-resub-parts     PIC 9(1).
        10  reg-operator        PIC X(8).
        10  reg-note            PIC X(40).
        10  reg-text            PIC X(500).
        10  reg-parent-dept     PIC X(3).
        10  reg-parent-seq      PIC 9(5).
01  register-count          PIC 9(4) VALUE 0.
01  register-index          PIC 9(4) VALUE 0.
01  register-found          PIC 9(4) VALUE 0.
01  retention-days          PIC 9(3) VALUE 90.          *> closed entries are kept this many days past their disposition
01  retention-cutoff        PIC 9(8) VALUE 0.
01  seek-date               PIC 9(8) VALUE 0.
01  seek-run-mode           PIC X(1).
01  seek-seq                PIC 9(5) VALUE 0.

01  rejects-read            PIC 9(7) VALUE 0.
01  rejects-booked          PIC 9(7) VALUE 0.
01  rejects-already         PIC 9(7) VALUE 0.
01  rejects-unkeyed         PIC 9(7) VALUE 0.
01  entries-pruned          PIC 9(7) VALUE 0.

01  cards-read              PIC 9(5) VALUE 0.
01  cards-accepted          PIC 9(5) VALUE 0.
01  cards-rejected          PIC 9(5) VALUE 0.
01  card-valid              PIC X(1) VALUE 'Y'.
01  card-reject-text        PIC X(60).
01  card-run-mode           PIC X(1).

*> The message being resubmitted, handed to RESUBMIT-MESSAGE.
01  resub-dept              PIC X(3).
01  resub-mode              PIC X(1).
01  resub-keyword           PIC X(20).
01  resub-text              PIC X(500).
01  resub-length            PIC 9(3) VALUE 0.
01  split-column            PIC 9(3) VALUE 0.
01  split-offset            PIC 9(3) VALUE 0.
01  work-text               PIC X(500).

*> One resubmission batch per run direction: slot 1 is RESUBOUT,
*> slot 2 RESUBIN.
01  resub-table.
    05  resub-entry OCCURS 2 TIMES.
        10  resub-messages      PIC 9(5).
        10  resub-groups        PIC 99.
01  resub-slot              PIC 9 VALUE 0.

*> Within a batch, one HDR/TRL group per origin-system, in the order
*> the cards first resubmitted a reject of that origin. The batch
*> takes no more than ten groups in one file.
01  group-table.
    05  group-entry OCCURS 20 TIMES.
        10  group-slot          PIC 9.
        10  group-origin        PIC X(8).
        10  group-records       PIC 9(7).
01  group-count             PIC 99 VALUE 0.
01  group-index             PIC 99 VALUE 0.
01  group-found             PIC 99 VALUE 0.

*> The resubmission records, held until every card is applied so each
*> origin's messages can go out together under its own header. A
*> message's first record carries the register entry it resubmits,
*> so the entry can be given its position in the batch as the
*> records are written.
01  buffer-table.
    05  buffer-entry OCCURS 3000 TIMES.
        10  buffer-group        PIC 99.
        10  buffer-register     PIC 9(4).
        10  buffer-line         PIC X(124).
01  buffer-count            PIC 9(4) VALUE 0.
01  buffer-index            PIC 9(4) VALUE 0.

01  chunk-count             PIC 99 VALUE 0.
01  chunk-index             PIC 99 VALUE 0.
01  chunk-offset            PIC 9(3) VALUE 0.

01  total-open              PIC 9(5) VALUE 0.
01  total-resubmitted       PIC 9(5) VALUE 0.
01  total-written-off       PIC 9(5) VALUE 0.

COPY "rejected-line.cpy".

*> The resubmission records, in the MESSAGES layout programming-past
*> reads.
01  out-line-ws             PIC X(124).
01  out-message-ws.
    05  out-dept            PIC X(3).
    05  out-mode            PIC X(1).
    05  out-keyword         PIC X(20).
    05  out-text            PIC X(100).
01  out-header-ws.
    05  FILLER              PIC X(3) VALUE 'HDR'.
    05  out-header-date     PIC 9(8).
    05  out-header-origin   PIC X(8).
01  out-trailer-ws.
    05  FILLER              PIC X(3) VALUE 'TRL'.
    05  out-trailer-count   PIC 9(7).

01  card-line-ws.
    05  card-action-ws      PIC X(6).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  card-date-ws        PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  card-run-mode-ws    PIC X(1).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  card-seq-ws         PIC X(5).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  card-disposition-ws PIC X(8).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  card-text-ws        PIC X(60).

01  register-header-ws.
    05  FILLER              PIC X(9)  VALUE 'REJECTED '.
    05  FILLER              PIC X(2)  VALUE 'D '.
    05  FILLER              PIC X(6)  VALUE 'SEQ   '.
    05  FILLER              PIC X(9)  VALUE 'ORIGIN   '.
    05  FILLER              PIC X(4)  VALUE 'DPT '.
    05  FILLER              PIC X(5)  VALUE 'RSN  '.
    05  FILLER              PIC X(12) VALUE 'STATUS      '.
    05  FILLER              PIC X(5)  VALUE 'AGE  '.
    05  FILLER              PIC X(9)  VALUE 'DISPOSED '.
    05  FILLER              PIC X(11) VALUE 'RESUBMITTED'.

01  register-line-ws.
    05  line-date-ws        PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-run-mode-ws    PIC X(1).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-seq-ws         PIC 9(5).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-origin-ws      PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-dept-ws        PIC X(3).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-reason-ws      PIC X(4).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-status-ws      PIC X(11).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-age-ws         PIC ZZZ9.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-disp-date-ws   PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  line-link-ws        PIC X(70).

01  link-seq-ws             PIC 9(5).
01  link-pointer            PIC 9(3) VALUE 1.
01  count-ws                PIC ZZZZZZ9.

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-REGISTER
    PERFORM BOOK-NEW-REJECTS
    PERFORM APPLY-CORRECTION-DECK
    PERFORM CLOSE-RESUBMISSIONS
    PERFORM SAVE-REGISTER
    PERFORM REPORT-REGISTER
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM SET-PROCESS-DATE
    PERFORM RECORD-RUN-START
    OPEN INPUT rejected-file
    IF rejected-status NOT = '00'
        DISPLAY "FATAL: unable to open REJECTED, status "
            rejected-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN OUTPUT resub-out-file
    OPEN OUTPUT resub-in-file
    OPEN OUTPUT disposition-report
    MOVE 0 TO resub-messages (1)
    MOVE 0 TO resub-groups (1)
    MOVE 0 TO resub-messages (2)
    MOVE 0 TO resub-groups (2)
    MOVE SPACES TO report-line
    STRING 'REJECT REPAIR AND DISPOSITION REGISTER - BUSINESS DATE '
        run-date DELIMITED BY SIZE INTO report-line
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
*> that is not a business day rolls back to the business day the
*> work was actually cut for.
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
        DISPLAY "rejrepr: run started " entry-date
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

*> Age of a reject in business days: every business day after the
*> day it was rejected, up to and including age-to-date. A reject
*> disposed of the same business day it was rejected is age 0.
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

*> An absent REJREG just means no run has written one yet - the
*> first run starts it. Closed entries older than the retention
*> window fall off here; an open entry stays however old it is.
LOAD-REGISTER.
    COMPUTE date-integer =
        FUNCTION INTEGER-OF-DATE(run-date) - retention-days
    MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO retention-cutoff
    OPEN INPUT register-file
    IF register-status = '00'
        PERFORM LOAD-REGISTER-RECORD UNTIL end-of-register = 'Y'
        CLOSE register-file
    END-IF
    DISPLAY "Loaded " register-count " register entr(ies), "
        entries-pruned " closed entr(ies) past retention dropped".

LOAD-REGISTER-RECORD.
    READ register-file
        AT END MOVE 'Y' TO end-of-register
        NOT AT END
            IF rr-status NOT = 'OPEN'
                    AND rr-disp-date < retention-cutoff
                ADD 1 TO entries-pruned
            ELSE
                PERFORM CLAIM-REGISTER-SLOT
                MOVE rr-date TO reg-date (register-count)
                MOVE rr-run-mode TO reg-run-mode (register-count)
                MOVE rr-seq TO reg-seq (register-count)
                MOVE rr-origin TO reg-origin (register-count)
                MOVE rr-dept TO reg-dept (register-count)
                MOVE rr-reason TO reg-reason (register-count)
                MOVE rr-mode TO reg-mode (register-count)
                MOVE rr-keyword TO reg-keyword (register-count)
                MOVE rr-length TO reg-length (register-count)
                MOVE rr-status TO reg-status (register-count)
                MOVE rr-disp-date TO reg-disp-date (register-count)
                MOVE rr-resub-date TO reg-resub-date (register-count)
                MOVE rr-resub-seq TO reg-resub-seq (register-count)
                MOVE rr-resub-parts TO reg-resub-parts (register-count)
                MOVE rr-operator TO reg-operator (register-count)
                MOVE rr-note TO reg-note (register-count)
                MOVE rr-text TO reg-text (register-count)
                MOVE rr-parent-dept TO reg-parent-dept (register-count)
                IF rr-parent-seq-x IS NUMERIC
                    MOVE rr-parent-seq TO reg-parent-seq (register-count)
                ELSE
                    MOVE 0 TO reg-parent-seq (register-count)
                END-IF
            END-IF
    END-READ.

CLAIM-REGISTER-SLOT.
    IF register-count = 1000
        DISPLAY "FATAL: reject register exceeds 1000 entries - "
            "write off or resubmit the oldest open rejects"
        CLOSE rejected-file
        CLOSE resub-out-file
        CLOSE resub-in-file
        CLOSE disposition-report
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    ADD 1 TO register-count.

*> Tonight's REJECTED onto the register. A reject already booked (a
*> rerun of this job against the same REJECTED, or a rerun of the
*> batch rejecting the same message again) is left as it stands,
*> disposition and all. A line with no business date on it cannot
*> be keyed, so it is counted and reported, not guessed at.
BOOK-NEW-REJECTS.
    PERFORM BOOK-REJECTED-LINE UNTIL end-of-rejected = 'Y'
    CLOSE rejected-file
    DISPLAY "REJECTED: " rejects-read " line(s) read, "
        rejects-booked " newly booked, " rejects-already
        " already on the register".

BOOK-REJECTED-LINE.
    READ rejected-file
        AT END MOVE 'Y' TO end-of-rejected
        NOT AT END
            ADD 1 TO rejects-read
            MOVE rejected-line TO rejected-line-ws
            IF rejected-date-ws NOT NUMERIC
                    OR rejected-seq-ws NOT NUMERIC
                ADD 1 TO rejects-unkeyed
                DISPLAY "WARNING: REJECTED line " rejects-read
                    " carries no business date or sequence - not "
                    "booked"
            ELSE
                MOVE rejected-date-ws TO seek-date
                MOVE rejected-run-mode-ws TO seek-run-mode
                IF seek-run-mode NOT = 'I'
                    MOVE 'O' TO seek-run-mode
                END-IF
                MOVE rejected-seq-ws TO seek-seq
                PERFORM FIND-REGISTER-ENTRY
                IF register-found > 0
                    ADD 1 TO rejects-already
                ELSE
                    PERFORM BOOK-REGISTER-ENTRY
                END-IF
            END-IF
    END-READ.

BOOK-REGISTER-ENTRY.
    PERFORM CLAIM-REGISTER-SLOT
    ADD 1 TO rejects-booked
    MOVE seek-date TO reg-date (register-count)
    MOVE seek-run-mode TO reg-run-mode (register-count)
    MOVE seek-seq TO reg-seq (register-count)
    MOVE rejected-origin-ws TO reg-origin (register-count)
    MOVE rejected-dept-ws TO reg-dept (register-count)
    MOVE rejected-reason-ws TO reg-reason (register-count)
    MOVE rejected-mode-ws TO reg-mode (register-count)
    MOVE rejected-keyword-ws TO reg-keyword (register-count)
    IF rejected-length-ws = SPACES
        MOVE 0 TO reg-length (register-count)
    ELSE
        COMPUTE reg-length (register-count) =
            FUNCTION NUMVAL(rejected-length-ws)
    END-IF
    MOVE 'OPEN' TO reg-status (register-count)
    MOVE 0 TO reg-disp-date (register-count)
    MOVE 0 TO reg-resub-date (register-count)
    MOVE 0 TO reg-resub-seq (register-count)
    MOVE 0 TO reg-resub-parts (register-count)
    MOVE SPACES TO reg-operator (register-count)
    MOVE SPACES TO reg-note (register-count)
    MOVE rejected-text-ws TO reg-text (register-count)
    MOVE SPACES TO reg-parent-dept (register-count)
    MOVE 0 TO reg-parent-seq (register-count).

FIND-REGISTER-ENTRY.
    MOVE 0 TO register-found
    PERFORM VARYING register-index FROM 1 BY 1
            UNTIL register-index > register-count
        IF reg-date (register-index) = seek-date
                AND reg-run-mode (register-index) = seek-run-mode
                AND reg-seq (register-index) = seek-seq
            MOVE register-index TO register-found
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> No REJFIX at all is a normal night - the register still gets
*> tonight's rejects booked and every open one aged.
APPLY-CORRECTION-DECK.
    MOVE 'CORRECTION CARDS' TO report-line
    WRITE report-line
    OPEN INPUT fix-file
    IF fix-status = '00'
        PERFORM READ-CORRECTION-CARD
        PERFORM APPLY-CORRECTION-CARD UNTIL end-of-cards = 'Y'
        CLOSE fix-file
    END-IF
    IF cards-read = 0
        MOVE '  NONE' TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line.

READ-CORRECTION-CARD.
    READ fix-file
        AT END MOVE 'Y' TO end-of-cards
    END-READ.

APPLY-CORRECTION-CARD.
    ADD 1 TO cards-read
    MOVE 'Y' TO card-valid
    MOVE SPACES TO card-reject-text
    PERFORM VALIDATE-CORRECTION-CARD
    IF card-valid = 'Y'
        EVALUATE fix-action
            WHEN 'KEYWRD' PERFORM APPLY-KEYWORD
            WHEN 'SHORTN' PERFORM APPLY-SHORTEN
            WHEN 'SPLIT ' PERFORM APPLY-SPLIT
            WHEN 'ATTACH' PERFORM APPLY-ATTACH
            WHEN 'RESEND' PERFORM APPLY-RESEND
            WHEN 'WRTOFF' PERFORM APPLY-WRITE-OFF
        END-EVALUATE
    END-IF
    PERFORM WRITE-CARD-LINE
    IF card-valid = 'Y'
        ADD 1 TO cards-accepted
    ELSE
        ADD 1 TO cards-rejected
        DISPLAY "REJECTED " fix-action " " fix-date-x " "
            fix-seq-x ": " card-reject-text
    END-IF
    PERFORM READ-CORRECTION-CARD.

*> Checks every action shares: a known action, a reject key that
*> parses, a reject that is on the register, and one still open -
*> a reject is repaired or written off once, never twice.
VALIDATE-CORRECTION-CARD.
    IF fix-action NOT = 'KEYWRD' AND 'SHORTN' AND 'SPLIT '
            AND 'ATTACH' AND 'RESEND' AND 'WRTOFF'
        MOVE 'unknown action' TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y'
            AND (fix-date-x NOT NUMERIC OR fix-seq-x NOT NUMERIC)
        MOVE 'reject date or sequence is not numeric'
            TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y'
        EVALUATE fix-run-mode
            WHEN 'I' MOVE 'I' TO card-run-mode
            WHEN 'O' MOVE 'O' TO card-run-mode
            WHEN SPACE MOVE 'O' TO card-run-mode
            WHEN OTHER
                MOVE 'run direction is not O or I' TO card-reject-text
                MOVE 'N' TO card-valid
        END-EVALUATE
    END-IF
    IF card-valid = 'Y'
        MOVE fix-date TO seek-date
        MOVE card-run-mode TO seek-run-mode
        MOVE fix-seq TO seek-seq
        PERFORM FIND-REGISTER-ENTRY
        IF register-found = 0
            MOVE 'no such reject on the register' TO card-reject-text
            MOVE 'N' TO card-valid
        END-IF
    END-IF
    IF card-valid = 'Y' AND NOT reg-open (register-found)
        MOVE 'reject is already disposed of' TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y' AND fix-action NOT = 'WRTOFF'
        PERFORM CHECK-RESUBMISSION-ROOM
    END-IF.

*> A repaired message goes into its direction's batch under the
*> group for the origin it first arrived from. A batch that already
*> carries ten origins' groups, or records enough to fill the hold,
*> takes nothing more this run - the card is refused and can be
*> presented again tomorrow.
CHECK-RESUBMISSION-ROOM.
    IF reg-run-mode (register-found) = 'I'
        MOVE 2 TO resub-slot
    ELSE
        MOVE 1 TO resub-slot
    END-IF
    PERFORM FIND-RESUBMISSION-GROUP
    IF group-found = 0 AND resub-groups (resub-slot) = 10
        MOVE 'resubmission batch already carries ten origins'
            TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y' AND buffer-count > 2990
        MOVE 'resubmission batches are full for this run'
            TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF.

FIND-RESUBMISSION-GROUP.
    MOVE 0 TO group-found
    PERFORM VARYING group-index FROM 1 BY 1
            UNTIL group-index > group-count
        IF group-slot (group-index) = resub-slot
                AND group-origin (group-index)
                    = reg-origin (register-found)
            MOVE group-index TO group-found
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> 0002: the keyword the message lacked, from the card.
APPLY-KEYWORD.
    IF reg-reason (register-found) NOT = '0002'
        MOVE 'KEYWRD repairs reason 0002 only' TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y' AND fix-keyword = SPACES
        MOVE 'keyword missing' TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y'
        MOVE reg-dept (register-found) TO resub-dept
        MOVE reg-mode (register-found) TO resub-mode
        MOVE fix-keyword TO resub-keyword
        MOVE reg-text (register-found) TO resub-text
        MOVE reg-length (register-found) TO resub-length
        PERFORM RESUBMIT-MESSAGE
        MOVE 1 TO reg-resub-parts (register-found)
        PERFORM CLOSE-AS-RESUBMITTED
    END-IF.

*> 0001: cut to the length on the card.
APPLY-SHORTEN.
    PERFORM CHECK-LENGTH-REPAIR
    IF card-valid = 'Y'
        MOVE reg-dept (register-found) TO resub-dept
        MOVE reg-mode (register-found) TO resub-mode
        MOVE reg-keyword (register-found) TO resub-keyword
        MOVE SPACES TO resub-text
        MOVE reg-text (register-found) (1:fix-length)
            TO resub-text (1:fix-length)
        MOVE fix-length TO resub-length
        PERFORM RESUBMIT-MESSAGE
        MOVE 1 TO reg-resub-parts (register-found)
        PERFORM CLOSE-AS-RESUBMITTED
    END-IF.

*> 0001: two messages, split after the column on the card. Both
*> halves carry the original department, mode and keyword.
APPLY-SPLIT.
    PERFORM CHECK-LENGTH-REPAIR
    IF card-valid = 'Y' AND fix-length >= reg-length (register-found)
        MOVE 'split column is not inside the message'
            TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y'
        MOVE fix-length TO split-column
        MOVE reg-dept (register-found) TO resub-dept
        MOVE reg-mode (register-found) TO resub-mode
        MOVE reg-keyword (register-found) TO resub-keyword
        MOVE SPACES TO resub-text
        MOVE reg-text (register-found) (1:split-column)
            TO resub-text (1:split-column)
        MOVE split-column TO resub-length
        PERFORM RESUBMIT-MESSAGE
        COMPUTE split-offset = split-column + 1
        COMPUTE resub-length =
            reg-length (register-found) - split-column
        MOVE SPACES TO resub-text
        MOVE reg-text (register-found) (split-offset:resub-length)
            TO resub-text (1:resub-length)
        PERFORM RESUBMIT-MESSAGE
        MOVE 2 TO reg-resub-parts (register-found)
        PERFORM CLOSE-AS-RESUBMITTED
    END-IF.

CHECK-LENGTH-REPAIR.
    IF reg-reason (register-found) NOT = '0001'
        MOVE 'SHORTN and SPLIT repair reason 0001 only'
            TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y'
            AND (fix-length-x NOT NUMERIC OR fix-length = 0)
        MOVE 'length or split column is not 001-500'
            TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y' AND fix-length > reg-length (register-found)
        MOVE 'length is beyond the text REJECTED holds'
            TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF.

*> 0003: the orphaned continuation goes out under its parent's
*> department, mode and keyword; the parent's department and
*> sequence are kept on the register as the link.
APPLY-ATTACH.
    IF reg-reason (register-found) NOT = '0003'
        MOVE 'ATTACH repairs reason 0003 only' TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y' AND fix-parent-dept = SPACES
        MOVE 'parent department missing' TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y'
            AND fix-parent-mode NOT = 'C' AND fix-parent-mode NOT = 'V'
        MOVE 'parent cipher mode is not C or V' TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y' AND fix-parent-seq-x NOT NUMERIC
        MOVE 'parent sequence is not numeric' TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y'
        MOVE fix-parent-dept TO resub-dept
        MOVE fix-parent-mode TO resub-mode
        MOVE fix-keyword TO resub-keyword
        MOVE reg-text (register-found) TO resub-text
        MOVE reg-length (register-found) TO resub-length
        PERFORM RESUBMIT-MESSAGE
        MOVE 1 TO reg-resub-parts (register-found)
        PERFORM CLOSE-AS-RESUBMITTED
        MOVE fix-parent-dept TO reg-parent-dept (register-found)
        MOVE fix-parent-seq TO reg-parent-seq (register-found)
    END-IF.

*> 0005-0008: nothing was wrong with the message itself, so it goes
*> out again as REJECTED carried it, with whatever the card corrects.
APPLY-RESEND.
    IF reg-reason (register-found) NOT = '0005' AND '0006' AND '0007'
            AND '0008'
        MOVE 'RESEND repairs reasons 0005-0008 only'
            TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y' AND fix-parent-mode NOT = SPACE
            AND fix-parent-mode NOT = 'C' AND fix-parent-mode NOT = 'V'
        MOVE 'cipher mode is not C or V' TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y'
        MOVE reg-dept (register-found) TO resub-dept
        IF fix-parent-dept NOT = SPACES
            MOVE fix-parent-dept TO resub-dept
        END-IF
        MOVE reg-mode (register-found) TO resub-mode
        IF fix-parent-mode NOT = SPACE
            MOVE fix-parent-mode TO resub-mode
        END-IF
        MOVE reg-keyword (register-found) TO resub-keyword
        IF fix-keyword NOT = SPACES
            MOVE fix-keyword TO resub-keyword
        END-IF
        MOVE reg-text (register-found) TO resub-text
        MOVE reg-length (register-found) TO resub-length
        PERFORM RESUBMIT-MESSAGE
        MOVE 1 TO reg-resub-parts (register-found)
        PERFORM CLOSE-AS-RESUBMITTED
        IF fix-note = SPACES
                AND resub-dept NOT = reg-dept (register-found)
            MOVE SPACES TO reg-note (register-found)
            STRING 'RESENT UNDER DEPARTMENT ' resub-dept
                DELIMITED BY SIZE INTO reg-note (register-found)
        END-IF
    END-IF.

*> Closed with no resubmission - the card has to say why.
APPLY-WRITE-OFF.
    IF fix-note = SPACES
        MOVE 'write-off reason missing' TO card-reject-text
        MOVE 'N' TO card-valid
    END-IF
    IF card-valid = 'Y'
        MOVE 'WOFF' TO reg-status (register-found)
        MOVE run-date TO reg-disp-date (register-found)
        MOVE fix-operator TO reg-operator (register-found)
        MOVE fix-note TO reg-note (register-found)
    END-IF.

CLOSE-AS-RESUBMITTED.
    MOVE 'RSUB' TO reg-status (register-found)
    MOVE run-date TO reg-disp-date (register-found)
    MOVE run-date TO reg-resub-date (register-found)
    MOVE fix-operator TO reg-operator (register-found)
    MOVE fix-note TO reg-note (register-found).

*> One repaired message onto the resubmission batch for its run
*> direction, under its origin's group: a detail record with the
*> first 100 columns and a CON record for each further 100, the same
*> splitting transbld does and the batch's assembly reverses. The
*> records are held until CLOSE-RESUBMISSIONS writes the groups out.
RESUBMIT-MESSAGE.
    IF reg-run-mode (register-found) = 'I'
        MOVE 2 TO resub-slot
    ELSE
        MOVE 1 TO resub-slot
    END-IF
    PERFORM FIND-RESUBMISSION-GROUP
    IF group-found = 0
        ADD 1 TO group-count
        MOVE group-count TO group-found
        MOVE resub-slot TO group-slot (group-found)
        MOVE reg-origin (register-found) TO group-origin (group-found)
        MOVE 0 TO group-records (group-found)
        ADD 1 TO resub-groups (resub-slot)
    END-IF
    IF resub-length = 0
        MOVE FUNCTION LENGTH(FUNCTION TRIM(resub-text))
            TO resub-length
    END-IF
    COMPUTE chunk-count = (resub-length + 99) / 100
    IF chunk-count = 0
        MOVE 1 TO chunk-count
    END-IF
    PERFORM VARYING chunk-index FROM 1 BY 1
            UNTIL chunk-index > chunk-count
        COMPUTE chunk-offset = (chunk-index - 1) * 100 + 1
        MOVE SPACES TO out-message-ws
        ADD 1 TO buffer-count
        MOVE group-found TO buffer-group (buffer-count)
        IF chunk-index = 1
            MOVE resub-dept TO out-dept
            MOVE resub-mode TO out-mode
            MOVE resub-keyword TO out-keyword
            MOVE register-found TO buffer-register (buffer-count)
        ELSE
            MOVE 'CON' TO out-dept
            MOVE 0 TO buffer-register (buffer-count)
        END-IF
        MOVE resub-text (chunk-offset:100) TO out-text
        MOVE out-message-ws TO buffer-line (buffer-count)
    END-PERFORM.

WRITE-RESUBMISSION-LINE.
    IF resub-slot = 2
        MOVE out-line-ws TO resub-in-line
        WRITE resub-in-line
    ELSE
        MOVE out-line-ws TO resub-out-line
        WRITE resub-out-line
    END-IF.

*> Each batch, one group per origin: the header addressed to the
*> origin-system, its held records in the order the cards produced
*> them, and the trailer counting its detail and continuation
*> records for the batch's balancing checks. Messages are numbered
*> through the whole file, as the batch numbers them, and a
*> register entry takes the number of its first message - a SPLIT's
*> two halves are held together, so they number consecutively.
CLOSE-RESUBMISSIONS.
    PERFORM VARYING group-index FROM 1 BY 1
            UNTIL group-index > group-count
        MOVE group-slot (group-index) TO resub-slot
        MOVE run-date TO out-header-date
        MOVE group-origin (group-index) TO out-header-origin
        MOVE SPACES TO out-line-ws
        MOVE out-header-ws TO out-line-ws
        PERFORM WRITE-RESUBMISSION-LINE
        PERFORM WRITE-HELD-RECORD
            VARYING buffer-index FROM 1 BY 1
            UNTIL buffer-index > buffer-count
        MOVE group-records (group-index) TO out-trailer-count
        MOVE SPACES TO out-line-ws
        MOVE out-trailer-ws TO out-line-ws
        PERFORM WRITE-RESUBMISSION-LINE
    END-PERFORM
    CLOSE resub-out-file
    CLOSE resub-in-file.

WRITE-HELD-RECORD.
    IF buffer-group (buffer-index) = group-index
        IF buffer-register (buffer-index) > 0
            ADD 1 TO resub-messages (resub-slot)
            MOVE buffer-register (buffer-index) TO register-found
            IF reg-resub-seq (register-found) = 0
                MOVE resub-messages (resub-slot)
                    TO reg-resub-seq (register-found)
            END-IF
        END-IF
        MOVE buffer-line (buffer-index) TO out-line-ws
        PERFORM WRITE-RESUBMISSION-LINE
        ADD 1 TO group-records (group-index)
    END-IF.

WRITE-CARD-LINE.
    MOVE fix-action TO card-action-ws
    MOVE fix-date-x TO card-date-ws
    MOVE fix-run-mode TO card-run-mode-ws
    MOVE fix-seq-x TO card-seq-ws
    IF card-valid = 'Y'
        MOVE 'ACCEPTED' TO card-disposition-ws
        MOVE SPACES TO card-text-ws
    ELSE
        MOVE 'REJECTED' TO card-disposition-ws
        MOVE card-reject-text TO card-text-ws
    END-IF
    MOVE card-line-ws TO report-line
    WRITE report-line.

*> Written back whole - the pruned register plus tonight's bookings
*> and dispositions - the same replace-on-completion way the batch
*> leaves DUPREG.
SAVE-REGISTER.
    OPEN OUTPUT register-file
    PERFORM VARYING register-index FROM 1 BY 1
            UNTIL register-index > register-count
        MOVE SPACES TO register-record
        MOVE reg-date (register-index) TO rr-date
        MOVE reg-run-mode (register-index) TO rr-run-mode
        MOVE reg-seq (register-index) TO rr-seq
        MOVE reg-origin (register-index) TO rr-origin
        MOVE reg-dept (register-index) TO rr-dept
        MOVE reg-reason (register-index) TO rr-reason
        MOVE reg-mode (register-index) TO rr-mode
        MOVE reg-keyword (register-index) TO rr-keyword
        MOVE reg-length (register-index) TO rr-length
        MOVE reg-status (register-index) TO rr-status
        MOVE reg-disp-date (register-index) TO rr-disp-date
        MOVE reg-resub-date (register-index) TO rr-resub-date
        MOVE reg-resub-seq (register-index) TO rr-resub-seq
        MOVE reg-resub-parts (register-index) TO rr-resub-parts
        MOVE reg-operator (register-index) TO rr-operator
        MOVE reg-note (register-index) TO rr-note
        MOVE reg-text (register-index) TO rr-text
        MOVE reg-parent-dept (register-index) TO rr-parent-dept
        MOVE reg-parent-seq (register-index) TO rr-parent-seq
        WRITE register-record
    END-PERFORM
    CLOSE register-file.

*> The register as it now stands, one line per reject: open ones
*> aged to today, closed ones to the day they were disposed of, and
*> a resubmitted one showing where it went.
REPORT-REGISTER.
    MOVE 'REJECT-DISPOSITION REGISTER' TO report-line
    WRITE report-line
    MOVE register-header-ws TO report-line
    WRITE report-line
    PERFORM REPORT-REGISTER-ENTRY
        VARYING register-index FROM 1 BY 1
        UNTIL register-index > register-count
    IF register-count = 0
        MOVE '  NONE' TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE total-open TO count-ws
    MOVE SPACES TO report-line
    STRING 'OPEN ' count-ws DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE total-resubmitted TO count-ws
    MOVE SPACES TO report-line
    STRING 'RESUBMITTED ' count-ws DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE total-written-off TO count-ws
    MOVE SPACES TO report-line
    STRING 'WRITTEN OFF ' count-ws DELIMITED BY SIZE INTO report-line
    WRITE report-line.

REPORT-REGISTER-ENTRY.
    MOVE SPACES TO register-line-ws
    MOVE reg-date (register-index) TO line-date-ws
    MOVE reg-run-mode (register-index) TO line-run-mode-ws
    MOVE reg-seq (register-index) TO line-seq-ws
    MOVE reg-origin (register-index) TO line-origin-ws
    MOVE reg-dept (register-index) TO line-dept-ws
    MOVE reg-reason (register-index) TO line-reason-ws
    MOVE reg-date (register-index) TO age-from-date
    EVALUATE TRUE
        WHEN reg-open (register-index)
            ADD 1 TO total-open
            MOVE 'OPEN' TO line-status-ws
            MOVE run-date TO age-to-date
            MOVE SPACES TO line-disp-date-ws
        WHEN reg-resubmitted (register-index)
            ADD 1 TO total-resubmitted
            MOVE 'RESUBMITTED' TO line-status-ws
            MOVE reg-disp-date (register-index) TO age-to-date
            MOVE reg-disp-date (register-index) TO line-disp-date-ws
            MOVE reg-resub-seq (register-index) TO link-seq-ws
            MOVE 1 TO link-pointer
            IF reg-run-mode (register-index) = 'I'
                STRING 'RESUBIN ' reg-resub-date (register-index)
                    ' MSG ' link-seq-ws ' PARTS '
                    reg-resub-parts (register-index) ' '
                    DELIMITED BY SIZE INTO line-link-ws
                    WITH POINTER link-pointer
            ELSE
                STRING 'RESUBOUT ' reg-resub-date (register-index)
                    ' MSG ' link-seq-ws ' PARTS '
                    reg-resub-parts (register-index) ' '
                    DELIMITED BY SIZE INTO line-link-ws
                    WITH POINTER link-pointer
            END-IF
            IF reg-parent-dept (register-index) NOT = SPACES
                MOVE reg-parent-seq (register-index) TO link-seq-ws
                STRING 'PARENT ' reg-parent-dept (register-index) ' '
                    link-seq-ws ' ' DELIMITED BY SIZE
                    INTO line-link-ws WITH POINTER link-pointer
            END-IF
            STRING reg-note (register-index) DELIMITED BY SIZE
                INTO line-link-ws WITH POINTER link-pointer
        WHEN OTHER
            ADD 1 TO total-written-off
            MOVE 'WRITTEN OFF' TO line-status-ws
            MOVE reg-disp-date (register-index) TO age-to-date
            MOVE reg-disp-date (register-index) TO line-disp-date-ws
            MOVE reg-note (register-index) TO line-link-ws
    END-EVALUATE
    PERFORM COUNT-BUSINESS-DAYS
    MOVE age-days TO line-age-ws
    MOVE register-line-ws TO report-line
    WRITE report-line.

TERMINATE-RUN.
    CLOSE disposition-report
    DISPLAY "rejrepr: " cards-read " card(s) read, " cards-accepted
        " accepted, " cards-rejected " rejected"
    DISPLAY "rejrepr: " resub-messages (1) " message(s) on RESUBOUT, "
        resub-messages (2) " on RESUBIN; " total-open
        " reject(s) still open"
    IF cards-rejected > 0 OR rejects-unkeyed > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. Tonight's REJECTED is
*> only complete once the batch for the same business date has ended
*> clean, outbound or inbound.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'rejrepr' TO ledger-job
    MOVE SPACES TO ledger-qualifier
    MOVE 'programming-past' TO ledger-predecessor
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
