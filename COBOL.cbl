    SELECT audit-log ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS audit-log-status.
    *> auditarch's month-end totals - read only to pick the audit
    *> chain back up when every chained line has been archived
    SELECT audit-summary-file ASSIGN TO "AUDSUMM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS audit-summary-status.
    *> Remembers how far the SOLVE brute force got, so a rerun after
    *> an abend does not have to start back at shift 0.
    SELECT checkpoint-file ASSIGN TO "CHECKPNT"
    SELECT key-file ASSIGN TO "KEYFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS key-file-status.
    *> Department master, maintained by deptmaint - who may send
    *> traffic at all, in which cipher mode, and how much of it a day.
    *> Read only here, like KEYFILE; a department is admitted, suspended
    *> or reined in through deptmaint, never through a source change.
    SELECT dept-file ASSIGN TO "DEPTFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS dept-file-status.
    *> Candidate keywords for the Vigenere solve pass - the short
    *> list of keywords departments actually use, one per record.
    *> Optional: without it the solve pass simply cannot attempt
    *> same file transfer the MESSAGES batch came in on.
    SELECT ack-file ASSIGN TO "ACKFILE"
        ORGANIZATION LINE SEQUENTIAL.
    *> Stream runs only: the run's control totals for msgmerge, which
    *> puts the night's streams back together and has to prove they
    *> balance (layout in stream-control.cpy).
    SELECT stream-control-file ASSIGN TO "STRMCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-control-status.

DATA DIVISION.
FILE SECTION.
01  report-line                 PIC X(1511).

FD  rejected-file.
01  rejected-line                PIC X(562).

FD  exception-file.
01  exception-line              PIC X(1538).
FD  audit-log.
01  audit-line                  PIC X(80).

*> The AUDSUMM line exactly as auditarch writes it; only the chain's
*> closing sequence and value are wanted here.
FD  audit-summary-file.
01  audit-summary-record.
    05  FILLER                  PIC X(52).
    05  as-close-sequence       PIC X(9).
    05  FILLER                  PIC X(1).
    05  as-close-chain          PIC X(10).

*> One card, fixed columns, every field optional (blank = keep the
*> compiled default): operator id 1-8, run mode 10 (O or I),
*> confidence threshold 12-18 (seven digits, two implied decimals,
*> 0010000 = 100.00), show-all-candidates 20 (Y or N), checkpoint
*> interval 22 (1-9), stream 24 (1-4 for one of the stream files
*> msgsplit cut, blank for the whole night's feed in one run).
FD  parm-file.
01  parm-card.
    05  parm-operator           PIC X(8).
    05  parm-interval-x         PIC X(1).
    05  parm-interval           REDEFINES parm-interval-x
                                PIC 9.
    05  FILLER                  PIC X(1).
    05  parm-stream             PIC X(1).

FD  key-file.
COPY "key-record.cpy".

FD  dept-file.
COPY "dept-record.cpy".

FD  keyword-file.
01  keyword-line                PIC X(20).

FD  summary-report.
01  summary-report-line         PIC X(160).

FD  calendar-file.
COPY "calendar-record.cpy".

FD  runstats-file.
01  runstats-line               PIC X(148).

*> Acknowledgment records, fixed columns, one HDR/CNT/REJ.../TRL
*> group per origin acknowledged:
FD  ack-file.
01  ack-line                    PIC X(24).

FD  stream-control-file.
01  stream-control-line         PIC X(75).

*> Tracks not just how far the SOLVE brute force got (checkpoint-shift)
*> but which message it was working on, the run-date it was written on
*> (so a checkpoint from a prior day's abended batch is never mistaken
*> candidate found for that message so far, and every candidate shift
*> tried so far this message - so a restart resumes the message
*> actually in progress with both its scoring history and its "every
*> shift tried" dump intact instead of losing either one. The stream
*> it was written for goes on the end (blank for a whole-feed run), so
*> a stream's rerun never picks up another stream's progress even if
*> the wrong CHECKPNT is allocated to it.
FD  checkpoint-file.
01  checkpoint-record.
    05  checkpoint-run-date     PIC 9(8).
    05  checkpoint-candidates.
        10  checkpoint-candidate-entry OCCURS 48 TIMES.
            15  checkpoint-candidate-text PIC X(50).
    05  checkpoint-stream       PIC X(1).

*> One registry record per message processed: the run-date it was
*> first seen (what the rolling window prunes on), its department
01  parm-status             PIC X(2).
01  parm-valid              PIC X(1) VALUE 'Y'.

*> Which of msgsplit's stream files this run is processing, blank when
*> the run takes the whole night's MESSAGES itself. A stream run is
*> booked on the ledger as its own run (OUT1, IN2 ...) behind
*> msgsplit, keeps its own CHECKPNT so it can be rerun alone, writes
*> AUDITLOG and RUNSTATS as the stream's own files for msgmerge to
*> carry onto the permanent ones, and leaves its control totals on
*> STRMCTL. Operations allocates every file of a stream run to that
*> stream's copy; nothing else about the run changes.
01  stream-id               PIC X(1) VALUE SPACE.
    88  stream-run              VALUE '1' THRU '4'.
01  stream-control-status   PIC X(2).

01  end-of-input            PIC X(1) VALUE 'N'.
01  detail-found            PIC X(1) VALUE 'N'.

01  message-valid           PIC X(1) VALUE 'Y'.
01  message-length          PIC 999  VALUE 0.
01  message-sequence        PIC 9(5) VALUE 0.           *> 1-based position of the current logical message in this run's MESSAGES file
01  reject-reason           PIC X(4) VALUE '0001'.      *> 0001 = message exceeds the 500-character assembly area, 0002 = Vigenere mode with a blank keyword, 0003 = continuation record with no parent message, 0004 = duplicate of a message already processed in the registry window, 0005 = department not on the department master, 0006 = department suspended, 0007 = cipher mode the department is not allowed to use, 0008 = over the department's daily volume ceiling

*> Per-department rotation keys, loaded from KEYFILE at start of run -
*> the entry in force for run-date, one slot per department. A
01  department-search       PIC X(3).
01  key-file-status         PIC X(2).

*> The department master, loaded from DEPTFILE at start of run: each
*> department's status, mandated cipher mode and daily ceiling, and
*> how many of its messages the business day has accepted against
*> that ceiling so far.
01  master-table.
    05  master-entry OCCURS 100 TIMES.
        10  master-code         PIC X(3).
        10  master-status       PIC X(1).
        10  master-mode         PIC X(1).
        10  master-ceiling      PIC 9(7).
        10  master-accepted     PIC 9(7).
01  master-count            PIC 9(3) VALUE 0.
01  master-index            PIC 9(3) VALUE 0.
01  master-slot             PIC 9(3) VALUE 0.           *> master entry of the message in hand, 0 = not on the master
01  dept-file-status        PIC X(2).
01  end-of-dept-file        PIC X(1) VALUE 'N'.

*> Candidate keyword list for the Vigenere solve pass, loaded once
*> from KEYWORDS at start of run. Fifty slots holds every keyword
*> any department has ever used with room to spare.
        10  stats-reject-key    PIC 9(7).          *> reason 0002 - Vigenere with no keyword anywhere
        10  stats-reject-con    PIC 9(7).          *> reason 0003 - continuation record with no parent message
        10  stats-reject-dup    PIC 9(7).          *> reason 0004 - duplicate of a recently processed message
        10  stats-reject-unk    PIC 9(7).          *> reason 0005 - department not on the master
        10  stats-reject-sus    PIC 9(7).          *> reason 0006 - department suspended
        10  stats-reject-mode   PIC 9(7).          *> reason 0007 - cipher mode not allowed for the department
        10  stats-reject-ceil   PIC 9(7).          *> reason 0008 - over the department's daily ceiling
        10  stats-caesar        PIC 9(7).
        10  stats-vigenere      PIC 9(7).
        10  stats-length-total  PIC 9(9).
01  total-reject-key        PIC 9(7) VALUE 0.
01  total-reject-con        PIC 9(7) VALUE 0.
01  total-reject-dup        PIC 9(7) VALUE 0.
01  total-reject-unk        PIC 9(7) VALUE 0.
01  total-reject-sus        PIC 9(7) VALUE 0.
01  total-reject-mode       PIC 9(7) VALUE 0.
01  total-reject-ceil       PIC 9(7) VALUE 0.
01  total-caesar            PIC 9(7) VALUE 0.
01  total-vigenere          PIC 9(7) VALUE 0.
01  run-solved              PIC 9(7) VALUE 0.
    05  FILLER PIC X(9)  VALUE 'REJ-0002 '.
    05  FILLER PIC X(9)  VALUE 'REJ-0003 '.
    05  FILLER PIC X(9)  VALUE 'REJ-0004 '.
    05  FILLER PIC X(9)  VALUE 'REJ-0005 '.
    05  FILLER PIC X(9)  VALUE 'REJ-0006 '.
    05  FILLER PIC X(9)  VALUE 'REJ-0007 '.
    05  FILLER PIC X(9)  VALUE 'REJ-0008 '.
    05  FILLER PIC X(8)  VALUE 'CAESAR  '.
    05  FILLER PIC X(9)  VALUE 'VIGENERE '.
    05  FILLER PIC X(8)  VALUE 'AVG-LEN '.
    05  summ-rej-con-ws     PIC ZZZZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  summ-rej-dup-ws     PIC ZZZZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  summ-rej-unk-ws     PIC ZZZZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  summ-rej-sus-ws     PIC ZZZZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  summ-rej-mode-ws    PIC ZZZZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  summ-rej-ceil-ws    PIC ZZZZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  summ-caesar-ws      PIC ZZZZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
*> fixed columns with no editing, so trendrpt (or anything else
*> downstream) parses them without guessing. The two scores carry
*> their two implied decimals as digits, the way the checkpoint
*> stores its score. The four department-master reject counts came
*> later and go on the end, so every column before them is where it
*> always was; so did the direction the run carried, O or I, which
*> lines written before it existed leave blank.
01  runstats-line-ws.
    05  rs-date-ws          PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-score-total-ws   PIC 9(9)V99.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-worst-ws         PIC 9(5)V99.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-rej-unk-ws       PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-rej-sus-ws       PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-rej-mode-ws      PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-rej-ceil-ws      PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-direction-ws     PIC X(1).
01  end-of-runstats         PIC X(1) VALUE 'N'.
01  ceiling-seeded          PIC 9(7) VALUE 0.

*> keyword actually handed to cipher-service for this message: the
*> one on the message record when the sender supplied it, otherwise
01  display-shift           PIC 99 VALUE 0.
01  checkpoint-status       PIC X(2).
01  audit-log-status        PIC X(2).
01  audit-summary-status    PIC X(2).
01  checkpoint-interval     PIC 9  VALUE 5.             *> default; PARMFILE col 22 overrides per run

*> Loaded once from CHECKPNT at start of run. When resume-pending is
01  pass-fail-flag          PIC X(4).                  *> PASS, FAIL (rejected record) or VERF (round-trip verification failure)
01  verify-failures         PIC 9(5) VALUE 0.          *> round-trip mismatches this run; any at all ends the run with a non-zero condition

*> Where the audit chain stands: the sequence number and control value
*> of the last chained line, found at start of run and advanced by
*> every line WRITE-AUDIT-RECORD writes.
01  audit-sequence          PIC 9(9)  VALUE 0.
01  audit-chain-value       PIC 9(10) VALUE 0.
01  end-of-audit-scan       PIC X(1)  VALUE 'N'.

*> One RESULTS line per logical message: department, the cipher mode
*> it was run in (so a downstream job can decrypt it without
*> guessing), shift, length and the full text. transbld packages
    05  FILLER              PIC X(1) VALUE SPACE.
    05  exception-decrypted-ws PIC X(500).

*> One REJECTED line per rejected message - the layout lives in its
*> own copybook because rejrepr reads these lines back to repair and
*> resubmit them.
COPY "rejected-line.cpy".

*> One audit line per message - the layout lives in its own copybook
*> because the audit inquiry and archive jobs read these lines back.
COPY "audit-line.cpy".

*> A stream run's control totals - the layout is shared with msgmerge,
*> which reads them back.
COPY "stream-control.cpy".

*> Shared interface into cipher-service.cbl - the same copybook is
*> used there for its LINKAGE SECTION.
COPY "cipher-params.cpy".
COPY "chain-params.cpy".

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM READ-MESSAGE
    PERFORM PROCESS-RECORD UNTIL end-of-input = 'Y'
    *> only an outbound run owns the checkpoint - an inbound run never
    *> read before any run file is opened, so a bad card can stop the
    *> run without leaving half-created output files behind
    PERFORM READ-PARM-CARD
    PERFORM RECORD-RUN-START
    PERFORM LOAD-DEPARTMENT-KEYS
    PERFORM LOAD-DEPARTMENT-MASTER
    PERFORM SEED-DAILY-CEILING
    PERFORM LOAD-CANDIDATE-KEYWORDS
    PERFORM LOAD-DUP-REGISTRY
    OPEN INPUT message-file
    *> on a AUDITLOG that does not exist yet, so fall back to OUTPUT for
    *> that one-time case; if neither open succeeds, the run cannot prove
    *> after the fact what it did, so it must not proceed silently.
    *> A stream run's AUDITLOG is the stream's own, chained from zero
    *> and carried onto the permanent trail by msgmerge: a fresh run of
    *> the stream starts it over, and only a resumed one extends it.
    *> The checkpoint is read first because that choice turns on it.
    PERFORM LOAD-CHECKPOINT
    IF stream-run AND resume-pending = 'N'
        OPEN OUTPUT audit-log
    ELSE
        PERFORM FIND-AUDIT-CHAIN-END
        OPEN EXTEND audit-log
        IF audit-log-status NOT = '00'
            OPEN OUTPUT audit-log
        END-IF
    END-IF
    IF audit-log-status NOT = '00'
        DISPLAY "FATAL: unable to open AUDITLOG, status " audit-log-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    IF run-inbound
        MOVE report-header-in-ws TO report-line
    ELSE
    IF run-inbound
        DISPLAY "Inbound run - MESSAGES holds partner ciphertext, "
            "decrypt only"
    END-IF
    IF stream-run
        DISPLAY "Stream " stream-id " run - MESSAGES is one of "
            "msgsplit's stream files"
    END-IF.

APPLY-PARM-CARD.
                "' is not 1 through 9"
            MOVE 'N' TO parm-valid
        END-IF
    END-IF
    MOVE parm-stream TO stream-id
    IF stream-id NOT = SPACE AND NOT stream-run
        DISPLAY "PARMFILE: stream '" parm-stream
            "' is not 1 through 4"
        MOVE 'N' TO parm-valid
    END-IF.

*> Fills department-table with each department's key in force for
        DISPLAY "FATAL: unable to open KEYFILE, status "
            key-file-status " - run keymaint to build the key master"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-KEY-RECORD UNTIL key-file-status NOT = '00'
        DISPLAY "FATAL: KEYFILE holds no key in force for run-date "
            run-date
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    DISPLAY "Loaded " department-count " department key(s) in force "
    MOVE key-cipher-keyword TO department-keyword (department-found)
    MOVE key-effective-from TO department-effective (department-found).

*> The department master is required the way KEYFILE is: without it
*> there is no saying which departments may send traffic, and
*> admitting everything would be exactly the hole it exists to close.
LOAD-DEPARTMENT-MASTER.
    OPEN INPUT dept-file
    IF dept-file-status NOT = '00'
        DISPLAY "FATAL: unable to open DEPTFILE, status "
            dept-file-status " - run deptmaint to build the "
            "department master"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-DEPT-MASTER-RECORD UNTIL end-of-dept-file = 'Y'
    CLOSE dept-file
    IF master-count = 0
        DISPLAY "FATAL: DEPTFILE holds no departments"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    DISPLAY "Loaded " master-count " department(s) from the "
        "department master".

LOAD-DEPT-MASTER-RECORD.
    READ dept-file
        AT END MOVE 'Y' TO end-of-dept-file
        NOT AT END
            IF master-count < 100
                ADD 1 TO master-count
                MOVE dept-code TO master-code (master-count)
                MOVE dept-status TO master-status (master-count)
                MOVE dept-mode TO master-mode (master-count)
                IF dept-ceiling IS NUMERIC
                    MOVE dept-ceiling TO master-ceiling (master-count)
                ELSE
                    MOVE 0 TO master-ceiling (master-count)
                END-IF
                MOVE 0 TO master-accepted (master-count)
            ELSE
                DISPLAY "WARNING: department master table full - "
                    dept-code " ignored and its traffic rejected"
            END-IF
    END-READ.

*> A ceiling is a business day's, not a run's: whatever the day's
*> earlier runs - the other direction, or a run that ended and was
*> followed by another - already put on RUNSTATS for run-date counts
*> against it before tonight's first message does. A stream run's
*> RUNSTATS is the stream's own and carries none of that history;
*> msgmerge holds the night's streams to the ceiling instead. No
*> RUNSTATS at all is simply the first run there has ever been.
SEED-DAILY-CEILING.
    IF NOT stream-run
        OPEN INPUT runstats-file
        IF runstats-status = '00'
            MOVE 'N' TO end-of-runstats
            PERFORM SEED-CEILING-LINE UNTIL end-of-runstats = 'Y'
            CLOSE runstats-file
        END-IF
        IF ceiling-seeded > 0
            DISPLAY ceiling-seeded " message(s) already accepted for "
                run-date " count against the daily ceilings"
        END-IF
    END-IF.

SEED-CEILING-LINE.
    READ runstats-file INTO runstats-line-ws
        AT END MOVE 'Y' TO end-of-runstats
        NOT AT END
            IF rs-date-ws = run-date AND rs-processed-ws IS NUMERIC
                PERFORM VARYING master-index FROM 1 BY 1
                        UNTIL master-index > master-count
                    IF master-code (master-index) = rs-dept-ws
                        ADD rs-processed-ws
                            TO master-accepted (master-index)
                        ADD rs-processed-ws TO ceiling-seeded
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
    END-READ.

*> KEYWORDS is optional the way PARMFILE is: most nights carry it,
*> but its absence only costs the Vigenere solve pass, not the run.
LOAD-CANDIDATE-KEYWORDS.
            MOVE 0 TO stats-reject-key (stats-slot)
            MOVE 0 TO stats-reject-con (stats-slot)
            MOVE 0 TO stats-reject-dup (stats-slot)
            MOVE 0 TO stats-reject-unk (stats-slot)
            MOVE 0 TO stats-reject-sus (stats-slot)
            MOVE 0 TO stats-reject-mode (stats-slot)
            MOVE 0 TO stats-reject-ceil (stats-slot)
            MOVE 0 TO stats-caesar (stats-slot)
            MOVE 0 TO stats-vigenere (stats-slot)
            MOVE 0 TO stats-length-total (stats-slot)
                WHEN '0002' ADD 1 TO stats-reject-key (stats-slot)
                WHEN '0003' ADD 1 TO stats-reject-con (stats-slot)
                WHEN '0004' ADD 1 TO stats-reject-dup (stats-slot)
                WHEN '0005' ADD 1 TO stats-reject-unk (stats-slot)
                WHEN '0006' ADD 1 TO stats-reject-sus (stats-slot)
                WHEN '0007' ADD 1 TO stats-reject-mode (stats-slot)
                WHEN '0008' ADD 1 TO stats-reject-ceil (stats-slot)
            END-EVALUATE
        END-IF
    END-IF.
    *> audit line still carries its department's real shift
    PERFORM LOOKUP-DEPARTMENT-SHIFT
    PERFORM VALIDATE-LENGTH
    IF message-valid = 'Y'
        PERFORM VALIDATE-DEPARTMENT
    END-IF
    IF message-valid = 'Y'
        PERFORM VALIDATE-KEYWORD
    END-IF
    IF message-valid = 'Y'
        PERFORM CHECK-DAILY-CEILING
    END-IF
    IF message-valid = 'Y'
        PERFORM CHECK-DUPLICATE-MESSAGE
    END-IF
    PERFORM TALLY-DEPARTMENT-STATS
    IF message-valid = 'Y'
        ADD 1 TO master-accepted (master-slot)
        IF run-inbound
            *> no original plaintext exists to reconcile against on an
            *> inbound run, so a clean decrypt is all PASS can mean here
        MOVE '0002' TO reject-reason
    END-IF.

*> Intake control against the department master: a department that
*> is not on it, or is suspended, sends nothing; a department held to
*> one cipher mode has any message in the other rejected. Each failure
*> has its own reason so the sender - and the partner acknowledgment
*> - can tell which it was.
VALIDATE-DEPARTMENT.
    MOVE 0 TO master-slot
    PERFORM VARYING master-index FROM 1 BY 1
            UNTIL master-index > master-count
        IF master-code (master-index) = message-dept
            MOVE master-index TO master-slot
            EXIT PERFORM
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN master-slot = 0
            MOVE 'N' TO message-valid
            MOVE '0005' TO reject-reason
        WHEN master-status (master-slot) NOT = 'A'
            MOVE 'N' TO message-valid
            MOVE '0006' TO reject-reason
        WHEN master-mode (master-slot) = 'C'
                AND message-cipher-mode = 'V'
            MOVE 'N' TO message-valid
            MOVE '0007' TO reject-reason
        WHEN master-mode (master-slot) = 'V'
                AND message-cipher-mode NOT = 'V'
            MOVE 'N' TO message-valid
            MOVE '0007' TO reject-reason
    END-EVALUATE.

*> The department's daily ceiling counts the messages the business
*> day has accepted for it - this run's on top of what
*> SEED-DAILY-CEILING found already on RUNSTATS; once it is reached,
*> every further message from the department is rejected rather than
*> processed. It is checked ahead of the duplicate registry so a
*> message turned away here is not booked as seen, and comes back
*> clean when it is resubmitted.
*> A ceiling of zero means the department has none.
CHECK-DAILY-CEILING.
    IF master-ceiling (master-slot) > 0
            AND master-accepted (master-slot)
                >= master-ceiling (master-slot)
        MOVE 'N' TO message-valid
        MOVE '0008' TO reject-reason
        DISPLAY "CEILING: " message-dept " message " message-sequence
            " is over the daily ceiling of "
            master-ceiling (master-slot) " - rejected"
    END-IF.

*> A message whose department and text match a registry entry was
*> already processed in a recent run (or earlier tonight) - a replay
*> the header check cannot see, because the batch around it is
*> entries loaded from KEYFILE, and settles which keyword a Vigenere
*> message will use: the one on the message record when the sender
*> filled it in, else the department's keyword from the key master.
*> A department with no key of its own falls back to the GEN entry,
*> and failing even that to shift 3, as this program always has -
*> a department missing from the department master is rejected at
*> intake, but its reject is still audited under that shift.
LOOKUP-DEPARTMENT-SHIFT.
    MOVE message-dept TO department-search
    MOVE 0 TO department-found
    MOVE report-line-ws TO report-line
    WRITE report-line.

*> Everything rejrepr needs to repair the message and trace its
*> resubmission back to this reject goes on the line: the mode and
*> keyword as the record carried them, and the business date, run
*> direction and sequence that identify the reject from here on.
WRITE-REJECTED-RECORD.
    MOVE message-dept TO rejected-dept-ws
    MOVE reject-reason TO rejected-reason-ws
    MOVE message-length TO rejected-length-ws
    MOVE trimmed-message TO rejected-text-ws
    MOVE message-cipher-mode TO rejected-mode-ws
    MOVE message-keyword TO rejected-keyword-ws
    MOVE run-date TO rejected-date-ws
    MOVE run-mode TO rejected-run-mode-ws
    MOVE message-sequence TO rejected-seq-ws
    MOVE origin-system (message-origin-slot) TO rejected-origin-ws
    MOVE rejected-line-ws TO rejected-line
    WRITE rejected-line.

    END-IF.

WRITE-AUDIT-RECORD.
    MOVE SPACES TO audit-line-ws
    MOVE operator-id TO audit-operator-ws
    MOVE run-date TO audit-date-ws
    MOVE run-time TO audit-time-ws
    ELSE
        MOVE 'OUT' TO audit-mode-ws
    END-IF
    PERFORM CHAIN-AUDIT-RECORD
    MOVE audit-line-ws TO audit-line
    WRITE audit-line.

*> Stamps the line with the next sequence number and the control
*> value chained from the line before it.
CHAIN-AUDIT-RECORD.
    ADD 1 TO audit-sequence
    MOVE audit-sequence TO audit-sequence-ws
    MOVE audit-line-ws TO chain-line
    MOVE audit-chain-value TO chain-previous
    CALL "audit-chain" USING chain-parameters
    MOVE chain-value TO audit-chain-value
    MOVE audit-chain-value TO audit-chain-ws.

*> The chain carries on from the last chained line on AUDITLOG. When
*> there is none - the first night of chaining, or auditarch has just
*> cut every chained line out to an archive - it carries on from the
*> highest closing value auditarch has put on AUDSUMM, and only with
*> neither does it start afresh at zero. Lines from before chaining
*> began carry no sequence and are passed over. A stream's own log
*> never carries on from AUDSUMM - msgmerge re-chains its lines onto
*> the permanent trail, so it always starts from zero.
FIND-AUDIT-CHAIN-END.
    OPEN INPUT audit-log
    IF audit-log-status = '00'
        MOVE 'N' TO end-of-audit-scan
        PERFORM SCAN-AUDIT-CHAIN-LINE UNTIL end-of-audit-scan = 'Y'
        CLOSE audit-log
    END-IF
    IF audit-sequence = 0 AND NOT stream-run
        OPEN INPUT audit-summary-file
        IF audit-summary-status = '00'
            MOVE 'N' TO end-of-audit-scan
            PERFORM SCAN-AUDIT-SUMMARY-LINE
                UNTIL end-of-audit-scan = 'Y'
            CLOSE audit-summary-file
        END-IF
    END-IF.

SCAN-AUDIT-CHAIN-LINE.
    READ audit-log
        AT END MOVE 'Y' TO end-of-audit-scan
        NOT AT END
            MOVE audit-line TO audit-line-ws
            IF audit-sequence-ws IS NUMERIC
                    AND audit-chain-ws IS NUMERIC
                MOVE audit-sequence-ws TO audit-sequence
                MOVE audit-chain-ws TO audit-chain-value
            END-IF
    END-READ.

SCAN-AUDIT-SUMMARY-LINE.
    READ audit-summary-file
        AT END MOVE 'Y' TO end-of-audit-scan
        NOT AT END
            IF as-close-sequence IS NUMERIC
                    AND as-close-chain IS NUMERIC
                IF as-close-sequence > audit-sequence
                    MOVE as-close-sequence TO audit-sequence
                    MOVE as-close-chain TO audit-chain-value
                END-IF
            END-IF
    END-READ.

*> Delivers the next LOGICAL message to PROCESS-RECORD: a detail
*> record with every CON record behind it already assembled. Header
*> and trailer records are consumed here - callers never see them -
    MOVE 'Y' TO header-seen
    MOVE 'N' TO trailer-seen.

*> Books the run onto the shared run ledger before any run file is
*> opened. The batch is the first job of the night and waits on
*> nothing; its outbound and inbound runs are booked apart, because
*> transbld may only package what a clean outbound run produced. A
*> stream run waits on msgsplit and carries its stream number on the
*> qualifier (OUT1, IN3 ...): the plain OUT or IN run downstream jobs
*> wait on is then the one msgmerge books once the streams balance.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'programming-past' TO ledger-job
    IF run-inbound
        MOVE 'IN' TO ledger-qualifier
        MOVE stream-id TO ledger-qualifier (3:1)
    ELSE
        MOVE 'OUT' TO ledger-qualifier
        MOVE stream-id TO ledger-qualifier (4:1)
    END-IF
    IF stream-run
        MOVE 'msgsplit' TO ledger-predecessor
    ELSE
        MOVE SPACES TO ledger-predecessor
    END-IF
    MOVE SPACES TO ledger-pred-qualifier
    MOVE run-date TO ledger-business-date
    MOVE 0 TO ledger-return-code
    CALL "run-ledger" USING ledger-parameters
    IF NOT ledger-clear
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Every way out of the run once it is booked - normal end, ABEND-RUN
*> and the fatal stops - books the end with the condition code the
*> run is leaving with.
RECORD-RUN-END.
    MOVE 'E' TO ledger-function
    MOVE RETURN-CODE TO ledger-return-code
    CALL "run-ledger" USING ledger-parameters.

*> The one hard stop: a feed that cannot be trusted is not processed
*> at all. Condition 16 so the scheduler treats it as an abend, not
*> the condition-8 verification failure of a run that did complete.
ABEND-RUN.
    PERFORM CLOSE-RUN-FILES
    MOVE 16 TO RETURN-CODE
    PERFORM RECORD-RUN-END
    STOP RUN.

*> Reads whatever CHECKPNT was left with at the end of the previous
*> an inbound run must never resume one - honoring a checkpoint left by
*> an abended outbound run of the same date would make the audit-skip
*> guard in PROCESS-RECORD suppress audit entries for partner messages
*> that were never actually audited. Nor does a stream run resume a
*> checkpoint another stream (or a whole-feed run) wrote - its message
*> sequence counts through a different MESSAGES file.
LOAD-CHECKPOINT.
    IF run-inbound
        MOVE 'N' TO resume-pending
                NOT AT END
                    IF checkpoint-message-seq > 0
                            AND checkpoint-run-date = run-date
                            AND checkpoint-stream = stream-id
                        MOVE 'Y' TO resume-pending
                        MOVE checkpoint-message-seq TO resume-message-seq
                        MOVE checkpoint-shift TO resume-shift
                        MOVE checkpoint-candidates TO resume-candidate-table
                    ELSE
                        IF checkpoint-message-seq > 0
                                AND checkpoint-run-date NOT = run-date
                            DISPLAY "Checkpoint from run-date "
                                checkpoint-run-date
                                " does not match today's run-date "
                                run-date " - ignoring"
                        END-IF
                        IF checkpoint-message-seq > 0
                                AND checkpoint-run-date = run-date
                                AND checkpoint-stream NOT = stream-id
                            DISPLAY "Checkpoint was written for stream '"
                                checkpoint-stream "', not this run's '"
                                stream-id "' - ignoring"
                        END-IF
                        MOVE 'N' TO resume-pending
                    END-IF
            END-READ
    MOVE best-score TO checkpoint-best-score
    MOVE best-text TO checkpoint-best-text
    MOVE candidate-table TO checkpoint-candidates
    MOVE stream-id TO checkpoint-stream
    WRITE checkpoint-record
    CLOSE checkpoint-file.

    MOVE 0 TO checkpoint-best-score
    MOVE SPACES TO checkpoint-best-text
    MOVE SPACES TO checkpoint-candidates
    MOVE stream-id TO checkpoint-stream
    WRITE checkpoint-record
    CLOSE checkpoint-file.

    PERFORM WRITE-MANAGEMENT-SUMMARY
    PERFORM WRITE-RUN-STATISTICS
    PERFORM SAVE-DUP-REGISTRY
    IF stream-run
        PERFORM WRITE-STREAM-CONTROL
    END-IF
    PERFORM CLOSE-RUN-FILES
    *> a run that failed reconciliation must not look clean to the
    *> scheduler - condition 8 is what operations' monitoring keys on.
                " message(s) did not round-trip - see EXCEPTION"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM RECORD-RUN-END.

*> One acknowledgment group per origin acknowledged, in the order
*> the batches arrived: header addressed to the origin-system, the
    MOVE total-reject-key TO summ-rej-key-ws
    MOVE total-reject-con TO summ-rej-con-ws
    MOVE total-reject-dup TO summ-rej-dup-ws
    MOVE total-reject-unk TO summ-rej-unk-ws
    MOVE total-reject-sus TO summ-rej-sus-ws
    MOVE total-reject-mode TO summ-rej-mode-ws
    MOVE total-reject-ceil TO summ-rej-ceil-ws
    MOVE total-caesar TO summ-caesar-ws
    MOVE total-vigenere TO summ-vigenere-ws
    IF total-processed > 0
*> Appends tonight's per-department counts to the permanent
*> history, one record per department, with the same open-or-create
*> handling AUDITLOG gets - a history that silently skipped a run
*> would make every trend drawn from it a lie. A stream run's RUNSTATS
*> is the stream's own and holds tonight's lines only - msgmerge adds
*> the streams together onto the history - so a rerun replaces it.
WRITE-RUN-STATISTICS.
    IF stream-run
        OPEN OUTPUT runstats-file
    ELSE
        OPEN EXTEND runstats-file
        IF runstats-status NOT = '00'
            OPEN OUTPUT runstats-file
        END-IF
    END-IF
    IF runstats-status NOT = '00'
        DISPLAY "FATAL: unable to open RUNSTATS, status "
            runstats-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM WRITE-RUNSTATS-LINE
        VARYING stats-index FROM 1 BY 1
        UNTIL stats-index > dept-stats-count
    MOVE stats-reject-key (stats-index) TO rs-rej-key-ws
    MOVE stats-reject-con (stats-index) TO rs-rej-con-ws
    MOVE stats-reject-dup (stats-index) TO rs-rej-dup-ws
    MOVE stats-reject-unk (stats-index) TO rs-rej-unk-ws
    MOVE stats-reject-sus (stats-index) TO rs-rej-sus-ws
    MOVE stats-reject-mode (stats-index) TO rs-rej-mode-ws
    MOVE stats-reject-ceil (stats-index) TO rs-rej-ceil-ws
    MOVE stats-verify (stats-index) TO rs-verify-ws
    MOVE stats-caesar (stats-index) TO rs-caesar-ws
    MOVE stats-vigenere (stats-index) TO rs-vigenere-ws
    MOVE stats-solved (stats-index) TO rs-solved-ws
    MOVE stats-score-total (stats-index) TO rs-score-total-ws
    MOVE stats-worst-score (stats-index) TO rs-worst-ws
    MOVE run-mode TO rs-direction-ws
    MOVE runstats-line-ws TO runstats-line
    WRITE runstats-line.

*> A stream run's control totals for msgmerge: the run line, then one
*> line per origin's batch in the order the stream read them - the
*> same counts BALANCE-RUN has just put on REPORT, without the editing.
WRITE-STREAM-CONTROL.
    OPEN OUTPUT stream-control-file
    IF stream-control-status NOT = '00'
        DISPLAY "FATAL: unable to open STRMCTL, status "
            stream-control-status
        PERFORM CLOSE-RUN-FILES
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    MOVE SPACES TO stream-control-ws
    MOVE 'RUN' TO sc-type-ws
    MOVE stream-id TO sc-stream-ws
    MOVE run-mode TO sc-run-mode-ws
    MOVE run-date TO sc-date-ws
    MOVE physical-records-read TO sc-physical-ws
    MOVE message-sequence TO sc-logical-ws
    MOVE records-passed TO sc-passed-ws
    MOVE records-rejected TO sc-rejected-ws
    MOVE 0 TO sc-trailer-ws
    PERFORM VARYING origin-index FROM 1 BY 1
            UNTIL origin-index > origin-count
        ADD origin-trailer-count (origin-index) TO sc-trailer-ws
    END-PERFORM
    MOVE run-balanced TO sc-balanced-ws
    MOVE verify-failures TO sc-verify-ws
    MOVE stream-control-ws TO stream-control-line
    WRITE stream-control-line
    PERFORM VARYING origin-index FROM 1 BY 1
            UNTIL origin-index > origin-count
        MOVE SPACES TO stream-control-ws
        MOVE 'ORG' TO sc-type-ws
        MOVE stream-id TO sc-stream-ws
        MOVE run-mode TO sc-run-mode-ws
        MOVE origin-batch-date (origin-index) TO sc-date-ws
        MOVE origin-system (origin-index) TO sc-origin-ws
        MOVE origin-physical (origin-index) TO sc-physical-ws
        MOVE origin-logical (origin-index) TO sc-logical-ws
        MOVE origin-passed (origin-index) TO sc-passed-ws
        MOVE origin-rejected (origin-index) TO sc-rejected-ws
        MOVE origin-trailer-count (origin-index) TO sc-trailer-ws
        MOVE origin-trailer-seen (origin-index) TO sc-trailer-seen-ws
        MOVE origin-balanced (origin-index) TO sc-balanced-ws
        MOVE 0 TO sc-verify-ws
        MOVE stream-control-ws TO stream-control-line
        WRITE stream-control-line
    END-PERFORM
    CLOSE stream-control-file.

WRITE-SUMMARY-DEPT-LINE.
    MOVE SPACES TO summary-line-ws
    MOVE stats-dept (stats-index) TO summ-dept-ws
    MOVE stats-reject-key (stats-index) TO summ-rej-key-ws
    MOVE stats-reject-con (stats-index) TO summ-rej-con-ws
    MOVE stats-reject-dup (stats-index) TO summ-rej-dup-ws
    MOVE stats-reject-unk (stats-index) TO summ-rej-unk-ws
    MOVE stats-reject-sus (stats-index) TO summ-rej-sus-ws
    MOVE stats-reject-mode (stats-index) TO summ-rej-mode-ws
    MOVE stats-reject-ceil (stats-index) TO summ-rej-ceil-ws
    MOVE stats-caesar (stats-index) TO summ-caesar-ws
    MOVE stats-vigenere (stats-index) TO summ-vigenere-ws
    IF stats-processed (stats-index) > 0
    ADD stats-reject-key (stats-index) TO total-reject-key
    ADD stats-reject-con (stats-index) TO total-reject-con
    ADD stats-reject-dup (stats-index) TO total-reject-dup
    ADD stats-reject-unk (stats-index) TO total-reject-unk
    ADD stats-reject-sus (stats-index) TO total-reject-sus
    ADD stats-reject-mode (stats-index) TO total-reject-mode
    ADD stats-reject-ceil (stats-index) TO total-reject-ceil
    ADD stats-caesar (stats-index) TO total-caesar
    ADD stats-vigenere (stats-index) TO total-vigenere
    ADD stats-length-total (stats-index) TO run-length-total
