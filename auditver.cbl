       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. auditver.
AUTHOR. Christopher Lee

*> AUDITLOG chain verification. Since chaining began, every line the
*> batch writes carries a running sequence number and a control value
*> chained from the line before it (audit-chain). This job walks the
*> trail from the start, recomputes every value and reports on
*> AUDVRPT the first place the trail stops being the one the batch
*> wrote:
*>
*>   BROKEN   - the line's sequence is the one expected but its
*>              control value does not follow from the line before:
*>              the line was altered here, or something was put in
*>              its place;
*>   MISSING  - the sequence jumps: the lines in between were deleted;
*>   INSERTED - a line with no sequence, or one the walk has already
*>              passed, sits in the middle of the chain.
*>
*> The months to verify come in on AUDARCH - the month archives
*> auditarch cut, concatenated by operations in date order - and the
*> live AUDITLOG is walked after them. Either may be absent. A walk
*> that does not start at sequence 1 is anchored on the closing value
*> auditarch put on AUDSUMM for the line before it; when there is no
*> such value the first line has to be taken on trust, and the report
*> says so. A line whose sequence is one auditarch closed a month on
*> must also carry that month's closing value. Lines from before
*> chaining began are counted and passed over. Every finding after
*> the first is listed too (the chain is picked up again from the
*> line found), and any finding at all ends the run condition 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> the month archives to verify, read before the live log
    SELECT archive-file ASSIGN TO "AUDARCH"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS archive-status.
    SELECT audit-log ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS audit-log-status.
    SELECT summary-file ASSIGN TO "AUDSUMM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS summary-status.
    SELECT verify-report ASSIGN TO "AUDVRPT"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  archive-file.
01  archive-line            PIC X(80).

FD  audit-log.
01  audit-line              PIC X(80).

*> The AUDSUMM line exactly as auditarch writes it.
FD  summary-file.
01  summary-record.
    05  as-run-date         PIC X(8).
    05  FILLER              PIC X(1).
    05  as-month            PIC X(6).
    05  FILLER              PIC X(1).
    05  as-dept             PIC X(3).
    05  FILLER              PIC X(1).
    05  as-archived         PIC X(7).
    05  FILLER              PIC X(1).
    05  as-pass             PIC X(7).
    05  FILLER              PIC X(1).
    05  as-fail             PIC X(7).
    05  FILLER              PIC X(1).
    05  as-verf             PIC X(7).
    05  FILLER              PIC X(1).
    05  as-close-sequence   PIC X(9).
    05  FILLER              PIC X(1).
    05  as-close-chain      PIC X(10).

FD  verify-report.
01  report-line             PIC X(132).

WORKING-STORAGE SECTION.
01  archive-status          PIC X(2).
01  audit-log-status        PIC X(2).
01  summary-status          PIC X(2).

01  end-of-log              PIC X(1) VALUE 'N'.
01  end-of-summary          PIC X(1) VALUE 'N'.
01  run-date                PIC 9(8).
01  run-time                PIC 9(8).

*> Closing values auditarch recorded, one per month cut (taken from
*> the month's ALL line).
01  closing-table.
    05  closing-entry OCCURS 300 TIMES.
        10  closing-month       PIC X(6).
        10  closing-sequence    PIC 9(9).
        10  closing-chain       PIC 9(10).
01  closing-count           PIC 9(3) VALUE 0.
01  closing-index           PIC 9(3) VALUE 0.
01  closing-found           PIC 9(3) VALUE 0.

*> Walk state.
01  chain-started           PIC X(1) VALUE 'N'.
01  expected-sequence       PIC 9(9) VALUE 0.
01  previous-chain          PIC 9(10) VALUE 0.
01  line-sequence           PIC 9(9) VALUE 0.
01  line-chain              PIC 9(10) VALUE 0.
01  first-sequence          PIC 9(9) VALUE 0.
01  last-sequence           PIC 9(9) VALUE 0.
01  missing-from            PIC 9(9) VALUE 0.
01  missing-to              PIC 9(9) VALUE 0.
01  first-on-trust          PIC X(1) VALUE 'N'.
01  anchor-note             PIC X(70) VALUE SPACES.
01  source-name             PIC X(8) VALUE SPACES.
01  source-line-number      PIC 9(7) VALUE 0.
01  finding-kind            PIC X(8) VALUE SPACES.
01  finding-detail          PIC X(60) VALUE SPACES.
01  first-finding           PIC X(132) VALUE SPACES.
01  first-finding-line      PIC X(80) VALUE SPACES.

01  lines-read              PIC 9(7) VALUE 0.
01  lines-unchained         PIC 9(7) VALUE 0.           *> from before chaining began
01  lines-verified          PIC 9(7) VALUE 0.
01  findings                PIC 9(7) VALUE 0.
01  findings-listed         PIC 9(3) VALUE 0.
01  broken-count            PIC 9(7) VALUE 0.
01  missing-count           PIC 9(7) VALUE 0.
01  inserted-count          PIC 9(7) VALUE 0.
01  closing-disagreements   PIC 9(7) VALUE 0.

COPY "audit-line.cpy".
COPY "chain-params.cpy".

01  finding-line-ws.
    05  find-kind-ws        PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  find-source-ws      PIC X(8).
    05  FILLER              PIC X(6) VALUE ' LINE '.
    05  find-line-ws        PIC ZZZZZZ9.
    05  FILLER              PIC X(6) VALUE '  SEQ '.
    05  find-sequence-ws    PIC X(9).
    05  FILLER              PIC X(2) VALUE SPACES.
    05  find-detail-ws      PIC X(60).

01  count-ws                PIC ZZZZZZZZ9.

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-CLOSING-VALUES
    PERFORM WALK-AUDIT-TRAIL
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM RECORD-RUN-START
    OPEN OUTPUT verify-report
    MOVE SPACES TO report-line
    STRING 'AUDIT TRAIL CHAIN VERIFICATION - ' run-date
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE 'FINDINGS' TO report-line
    WRITE report-line.

*> Absent AUDSUMM only means no walk can be anchored part way along;
*> lines from before auditarch carried closing values are skipped.
LOAD-CLOSING-VALUES.
    OPEN INPUT summary-file
    IF summary-status = '00'
        PERFORM LOAD-CLOSING-RECORD UNTIL end-of-summary = 'Y'
        CLOSE summary-file
    END-IF.

LOAD-CLOSING-RECORD.
    READ summary-file
        AT END MOVE 'Y' TO end-of-summary
        NOT AT END
            IF as-dept = 'ALL'
                    AND as-close-sequence IS NUMERIC
                    AND as-close-chain IS NUMERIC
                IF as-close-sequence NOT = ZEROS
                    IF closing-count < 300
                        ADD 1 TO closing-count
                        MOVE as-month TO closing-month (closing-count)
                        MOVE as-close-sequence
                            TO closing-sequence (closing-count)
                        MOVE as-close-chain
                            TO closing-chain (closing-count)
                    ELSE
                        DISPLAY "WARNING: closing-value table full - "
                            "AUDSUMM month " as-month " not checked"
                    END-IF
                END-IF
            END-IF
    END-READ.

WALK-AUDIT-TRAIL.
    OPEN INPUT archive-file
    IF archive-status = '00'
        MOVE 'AUDARCH' TO source-name
        MOVE 0 TO source-line-number
        PERFORM WALK-ARCHIVE-LINE UNTIL end-of-log = 'Y'
        CLOSE archive-file
    END-IF
    MOVE 'N' TO end-of-log
    OPEN INPUT audit-log
    IF audit-log-status = '00'
        MOVE 'AUDITLOG' TO source-name
        MOVE 0 TO source-line-number
        PERFORM WALK-AUDIT-LINE UNTIL end-of-log = 'Y'
        CLOSE audit-log
    END-IF
    IF archive-status NOT = '00' AND audit-log-status NOT = '00'
        DISPLAY "FATAL: neither AUDARCH nor AUDITLOG could be opened "
            "- nothing to verify"
        CLOSE verify-report
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF.

WALK-ARCHIVE-LINE.
    READ archive-file
        AT END MOVE 'Y' TO end-of-log
        NOT AT END
            MOVE archive-line TO audit-line-ws
            PERFORM CHECK-CHAIN-LINE
    END-READ.

WALK-AUDIT-LINE.
    READ audit-log
        AT END MOVE 'Y' TO end-of-log
        NOT AT END
            MOVE audit-line TO audit-line-ws
            PERFORM CHECK-CHAIN-LINE
    END-READ.

CHECK-CHAIN-LINE.
    ADD 1 TO lines-read
    ADD 1 TO source-line-number
    IF audit-sequence-ws NOT NUMERIC OR audit-chain-ws NOT NUMERIC
        IF chain-started = 'N'
            ADD 1 TO lines-unchained
        ELSE
            ADD 1 TO inserted-count
            MOVE 'INSERTED' TO finding-kind
            MOVE 'carries no sequence inside the chained trail'
                TO finding-detail
            PERFORM REPORT-FINDING
        END-IF
    ELSE
        MOVE audit-sequence-ws TO line-sequence
        MOVE audit-chain-ws TO line-chain
        IF chain-started = 'N'
            PERFORM ANCHOR-CHAIN
        END-IF
        EVALUATE TRUE
            WHEN first-on-trust = 'Y'
                MOVE 'N' TO first-on-trust
                MOVE line-sequence TO last-sequence
                PERFORM RESUME-AFTER-LINE
            WHEN line-sequence = expected-sequence
                PERFORM VERIFY-LINK
            WHEN line-sequence > expected-sequence
                ADD 1 TO missing-count
                MOVE expected-sequence TO missing-from
                COMPUTE missing-to = line-sequence - 1
                MOVE 'MISSING' TO finding-kind
                MOVE SPACES TO finding-detail
                STRING 'sequence ' missing-from ' through '
                    missing-to ' missing here'
                    DELIMITED BY SIZE INTO finding-detail
                PERFORM REPORT-FINDING
                PERFORM RESUME-AFTER-LINE
            WHEN OTHER
                ADD 1 TO inserted-count
                MOVE 'INSERTED' TO finding-kind
                MOVE 'sequence already passed - line repeated or '
                    & 'inserted' TO finding-detail
                PERFORM REPORT-FINDING
        END-EVALUATE
    END-IF.

*> The walk starts where the first chained line says. Sequence 1 is
*> the start of the chain itself; anywhere else the previous value
*> comes from the month auditarch closed on the line before.
ANCHOR-CHAIN.
    MOVE 'Y' TO chain-started
    MOVE line-sequence TO first-sequence
    MOVE line-sequence TO expected-sequence
    IF line-sequence = 1
        MOVE 0 TO previous-chain
        MOVE 'walk starts at the beginning of the chain'
            TO anchor-note
    ELSE
        MOVE 0 TO closing-found
        PERFORM VARYING closing-index FROM 1 BY 1
                UNTIL closing-index > closing-count
            IF closing-sequence (closing-index) = line-sequence - 1
                MOVE closing-index TO closing-found
            END-IF
        END-PERFORM
        IF closing-found > 0
            MOVE closing-chain (closing-found) TO previous-chain
            MOVE SPACES TO anchor-note
            STRING 'walk anchored on the closing value of month '
                closing-month (closing-found)
                DELIMITED BY SIZE INTO anchor-note
        ELSE
            *> nothing to check the first line against: its own value
            *> is the starting point and the walk verifies from the next
            MOVE 'Y' TO first-on-trust
            MOVE 'no closing value for the line before - first line '
                & 'taken on trust' TO anchor-note
        END-IF
    END-IF.

VERIFY-LINK.
    MOVE audit-line-ws TO chain-line
    MOVE previous-chain TO chain-previous
    CALL "audit-chain" USING chain-parameters
    IF chain-value = line-chain
        ADD 1 TO lines-verified
        MOVE line-sequence TO last-sequence
        PERFORM CHECK-CLOSING-VALUE
    ELSE
        ADD 1 TO broken-count
        MOVE 'BROKEN' TO finding-kind
        MOVE 'control value does not follow - altered or replaced'
            TO finding-detail
        PERFORM REPORT-FINDING
    END-IF
    PERFORM RESUME-AFTER-LINE.

*> From any line, good or bad, the walk carries on from what that
*> line records, so one damaged line is not reported as every line
*> after it.
RESUME-AFTER-LINE.
    MOVE line-chain TO previous-chain
    COMPUTE expected-sequence = line-sequence + 1.

CHECK-CLOSING-VALUE.
    PERFORM VARYING closing-index FROM 1 BY 1
            UNTIL closing-index > closing-count
        IF closing-sequence (closing-index) = line-sequence
                AND closing-chain (closing-index) NOT = line-chain
            ADD 1 TO closing-disagreements
            MOVE 'BROKEN' TO finding-kind
            MOVE SPACES TO finding-detail
            STRING 'AUDSUMM closing value for month '
                closing-month (closing-index) ' disagrees'
                DELIMITED BY SIZE INTO finding-detail
            PERFORM REPORT-FINDING
        END-IF
    END-PERFORM.

*> The first hundred findings are listed; all are counted.
REPORT-FINDING.
    ADD 1 TO findings
    MOVE finding-kind TO find-kind-ws
    MOVE source-name TO find-source-ws
    MOVE source-line-number TO find-line-ws
    MOVE audit-sequence-ws TO find-sequence-ws
    MOVE finding-detail TO find-detail-ws
    IF findings = 1
        MOVE finding-line-ws TO first-finding
        MOVE audit-line-ws TO first-finding-line
    END-IF
    IF findings-listed < 100
        ADD 1 TO findings-listed
        MOVE finding-line-ws TO report-line
        WRITE report-line
        MOVE SPACES TO report-line
        MOVE audit-line-ws TO report-line (10:80)
        WRITE report-line
    END-IF.

TERMINATE-RUN.
    IF findings = 0
        MOVE '  NONE - EVERY CHAINED LINE FOLLOWS FROM THE ONE BEFORE'
            TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line
    IF chain-started = 'Y'
        MOVE SPACES TO report-line
        STRING 'CHAIN ' anchor-note DELIMITED BY SIZE INTO report-line
        WRITE report-line
    ELSE
        MOVE 'NO CHAINED LINES FOUND' TO report-line
        WRITE report-line
    END-IF
    IF findings > 0
        MOVE 'FIRST PROBLEM' TO report-line
        WRITE report-line
        MOVE first-finding TO report-line
        WRITE report-line
        MOVE SPACES TO report-line
        MOVE first-finding-line TO report-line (10:80)
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE lines-read TO count-ws
    MOVE SPACES TO report-line
    STRING 'LINES READ                  ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE lines-unchained TO count-ws
    MOVE SPACES TO report-line
    STRING 'FROM BEFORE CHAINING        ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE lines-verified TO count-ws
    MOVE SPACES TO report-line
    STRING 'CHAINED LINES VERIFIED      ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE first-sequence TO count-ws
    MOVE SPACES TO report-line
    STRING 'FIRST SEQUENCE              ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE last-sequence TO count-ws
    MOVE SPACES TO report-line
    STRING 'LAST SEQUENCE VERIFIED      ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE broken-count TO count-ws
    MOVE SPACES TO report-line
    STRING 'BROKEN                      ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE missing-count TO count-ws
    MOVE SPACES TO report-line
    STRING 'GAPS (MISSING LINES)        ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE inserted-count TO count-ws
    MOVE SPACES TO report-line
    STRING 'INSERTED                    ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE closing-disagreements TO count-ws
    MOVE SPACES TO report-line
    STRING 'CLOSING VALUES DISAGREEING  ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    CLOSE verify-report
    DISPLAY "auditver: " lines-read " line(s) read, " lines-verified
        " chained line(s) verified, " findings " finding(s)"
    IF findings > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. The trail is read to its
*> end, so the batch for the same business date has to have finished
*> appending to it first.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'auditver' TO ledger-job
    MOVE SPACES TO ledger-qualifier
    MOVE 'programming-past' TO ledger-predecessor
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
