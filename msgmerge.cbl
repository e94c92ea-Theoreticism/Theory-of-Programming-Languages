       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. msgmerge.
AUTHOR. Christopher Lee

*> Puts a split night back together. msgsplit cut MESSAGES into up to
*> four stream files by origin and a stream run of programming-past
*> worked through each one; this job combines the streams' RESULTS,
*> REPORT, REJECTED, EXCEPTION, SUMMARY, RUNSTATS and ACKFILE into the
*> single set every downstream job reads, and proves before it lets
*> anything onto the permanent files that the combined control totals
*> are the sum of the streams and of the trailers the partners sent.
*>
*> Each stream run's files are allocated to that stream's own copies,
*> which is what this job reads: STRMCTLn (the run's control totals,
*> layout in stream-control.cpy), RESULTSn, REPORTn, REJECTn, EXCEPTn,
*> RUNSTATn, ACKFILEn (inbound runs), AUDITLGn and DUPREGn, for n = 1
*> up to the number of streams SPLITCTL says were cut. PARMFILE is the
*> card the streams ran under (any one of them): its run mode says
*> whether this is the outbound or the inbound night, and its
*> confidence threshold flags the merged SUMMARY as the streams
*> flagged theirs.
*>
*> On a split night this job is the batch's run of record: it books
*> itself on the ledger as programming-past OUT (or IN) behind
*> msgsplit, so transbld and every other job that waits on the batch
*> waits on a merged, balanced night without knowing it was split.
*> Before it starts merging it checks that every stream's own run
*> (OUT1, OUT2 ...) has a clean end on the ledger for the same
*> business date, that every stream left control totals for that date
*> and mode, and that every stream's own audit chain is intact. A
*> business date whose run of record already has a clean end on the
*> ledger is refused before anything is booked: that night is on the
*> permanent files already, and merging it again would add it twice.
*>
*> The merged files are written in stream order. A stream's sequence
*> numbers count through its own stream file, so REJECTED and
*> EXCEPTION lines are renumbered by the messages of the streams ahead
*> of it - every reject still has a sequence of its own for rejrepr to
*> key on. REPORT carries each stream's lines under the one column
*> heading, each stream's balancing summary named for its stream, and
*> then the merge's own balancing summary. SUMMARY and the RUNSTATS
*> history get one line per department with the streams added
*> together.
*>
*> The balancing proves, stream by stream: the records the stream read
*> are the records cut for it and its trailer counts the ones the
*> split found; its batches are the split's, origin for origin; passed
*> and rejected add up to the messages read; and RESULTS, REJECTED,
*> EXCEPTION, RUNSTATS (and ACKFILE inbound) carry exactly those
*> counts. Then for the night: the records the streams read add up to
*> the records split from MESSAGES and to the partners' own trailers,
*> and the merged files carry the sum of the streams. Last, every
*> department with a daily ceiling on DEPTFILE is held to it for the
*> business day as a whole: what the streams accepted for it, on top
*> of whatever RUNSTATS already carries for the date, may not pass
*> the ceiling. A stream run sees only its own traffic and none of the
*> day's earlier runs, so this is the one place the day is added up.
*>
*> Only a merge in balance touches the permanent files: the streams'
*> audit lines are carried onto AUDITLOG - re-chained onto the end of
*> the permanent trail, stamped with this run's time so the night
*> reads back as the one run it stands for - tonight's RUNSTATS lines
*> are appended, and the streams' registries are folded back into
*> DUPREG. AUDITLOG and RUNSTATS are both opened before a line goes
*> onto either, so a night that cannot be written to both is written
*> to neither. A merge out of balance ends condition 16 with the permanent
*> files as they were, so it can be rerun once the stream at fault has
*> been rerun. A merge in balance ends with the worst condition any
*> stream ended with - 8 when round-trip verification failed anywhere.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT split-control-file ASSIGN TO "SPLITCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS split-control-status.
    SELECT parm-file ASSIGN TO "PARMFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS parm-status.
    SELECT ledger-file ASSIGN TO "RUNLEDG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ledger-status.
    *> The streams' own files, four of each kind, all sharing one
    *> status field - only one is ever open at a time.
    SELECT control-in-1 ASSIGN TO "STRMCTL1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT control-in-2 ASSIGN TO "STRMCTL2"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT control-in-3 ASSIGN TO "STRMCTL3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT control-in-4 ASSIGN TO "STRMCTL4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT results-in-1 ASSIGN TO "RESULTS1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT results-in-2 ASSIGN TO "RESULTS2"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT results-in-3 ASSIGN TO "RESULTS3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT results-in-4 ASSIGN TO "RESULTS4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT report-in-1 ASSIGN TO "REPORT1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT report-in-2 ASSIGN TO "REPORT2"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT report-in-3 ASSIGN TO "REPORT3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT report-in-4 ASSIGN TO "REPORT4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT rejects-in-1 ASSIGN TO "REJECT1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT rejects-in-2 ASSIGN TO "REJECT2"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT rejects-in-3 ASSIGN TO "REJECT3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT rejects-in-4 ASSIGN TO "REJECT4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT exceptions-in-1 ASSIGN TO "EXCEPT1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT exceptions-in-2 ASSIGN TO "EXCEPT2"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT exceptions-in-3 ASSIGN TO "EXCEPT3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT exceptions-in-4 ASSIGN TO "EXCEPT4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT runstats-in-1 ASSIGN TO "RUNSTAT1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT runstats-in-2 ASSIGN TO "RUNSTAT2"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT runstats-in-3 ASSIGN TO "RUNSTAT3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT runstats-in-4 ASSIGN TO "RUNSTAT4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT ack-in-1 ASSIGN TO "ACKFILE1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT ack-in-2 ASSIGN TO "ACKFILE2"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT ack-in-3 ASSIGN TO "ACKFILE3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT ack-in-4 ASSIGN TO "ACKFILE4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT audit-in-1 ASSIGN TO "AUDITLG1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT audit-in-2 ASSIGN TO "AUDITLG2"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT audit-in-3 ASSIGN TO "AUDITLG3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT audit-in-4 ASSIGN TO "AUDITLG4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT registry-in-1 ASSIGN TO "DUPREG1"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT registry-in-2 ASSIGN TO "DUPREG2"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT registry-in-3 ASSIGN TO "DUPREG3"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT registry-in-4 ASSIGN TO "DUPREG4"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS stream-file-status.
    SELECT result-file ASSIGN TO "RESULTS"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT comparison-report ASSIGN TO "REPORT"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT rejected-file ASSIGN TO "REJECTED"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT exception-file ASSIGN TO "EXCEPTION"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT summary-report ASSIGN TO "SUMMARY"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT ack-file ASSIGN TO "ACKFILE"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT runstats-file ASSIGN TO "RUNSTATS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS runstats-status.
    SELECT audit-log ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS audit-log-status.
    SELECT audit-summary-file ASSIGN TO "AUDSUMM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS audit-summary-status.
    SELECT dup-registry-file ASSIGN TO "DUPREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS dup-registry-status.
    SELECT dept-file ASSIGN TO "DEPTFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS dept-file-status.

DATA DIVISION.
FILE SECTION.
FD  split-control-file.
01  split-control-line          PIC X(44).

*> The batch's own card; only the run mode and the confidence
*> threshold are wanted here.
FD  parm-file.
01  parm-card.
    05  parm-operator           PIC X(8).
    05  FILLER                  PIC X(1).
    05  parm-run-mode           PIC X(1).
    05  FILLER                  PIC X(1).
    05  parm-threshold-x        PIC X(7).
    05  parm-threshold          REDEFINES parm-threshold-x
                                PIC 9(5)V99.

FD  ledger-file.
01  ledger-line                 PIC X(105).

FD  control-in-1.
01  control-in-line-1           PIC X(75).

FD  control-in-2.
01  control-in-line-2           PIC X(75).

FD  control-in-3.
01  control-in-line-3           PIC X(75).

FD  control-in-4.
01  control-in-line-4           PIC X(75).

FD  results-in-1.
01  results-in-line-1           PIC X(517).

FD  results-in-2.
01  results-in-line-2           PIC X(517).

FD  results-in-3.
01  results-in-line-3           PIC X(517).

FD  results-in-4.
01  results-in-line-4           PIC X(517).

FD  report-in-1.
01  report-in-line-1            PIC X(1511).

FD  report-in-2.
01  report-in-line-2            PIC X(1511).

FD  report-in-3.
01  report-in-line-3            PIC X(1511).

FD  report-in-4.
01  report-in-line-4            PIC X(1511).

FD  rejects-in-1.
01  rejects-in-line-1           PIC X(562).

FD  rejects-in-2.
01  rejects-in-line-2           PIC X(562).

FD  rejects-in-3.
01  rejects-in-line-3           PIC X(562).

FD  rejects-in-4.
01  rejects-in-line-4           PIC X(562).

FD  exceptions-in-1.
01  exceptions-in-line-1        PIC X(1538).

FD  exceptions-in-2.
01  exceptions-in-line-2        PIC X(1538).

FD  exceptions-in-3.
01  exceptions-in-line-3        PIC X(1538).

FD  exceptions-in-4.
01  exceptions-in-line-4        PIC X(1538).

FD  runstats-in-1.
01  runstats-in-line-1          PIC X(148).

FD  runstats-in-2.
01  runstats-in-line-2          PIC X(148).

FD  runstats-in-3.
01  runstats-in-line-3          PIC X(148).

FD  runstats-in-4.
01  runstats-in-line-4          PIC X(148).

FD  ack-in-1.
01  ack-in-line-1               PIC X(24).

FD  ack-in-2.
01  ack-in-line-2               PIC X(24).

FD  ack-in-3.
01  ack-in-line-3               PIC X(24).

FD  ack-in-4.
01  ack-in-line-4               PIC X(24).

FD  audit-in-1.
01  audit-in-line-1             PIC X(80).

FD  audit-in-2.
01  audit-in-line-2             PIC X(80).

FD  audit-in-3.
01  audit-in-line-3             PIC X(80).

FD  audit-in-4.
01  audit-in-line-4             PIC X(80).

FD  registry-in-1.
01  registry-in-line-1          PIC X(511).

FD  registry-in-2.
01  registry-in-line-2          PIC X(511).

FD  registry-in-3.
01  registry-in-line-3          PIC X(511).

FD  registry-in-4.
01  registry-in-line-4          PIC X(511).

FD  result-file.
01  result-line                 PIC X(517).

FD  comparison-report.
01  report-line                 PIC X(1511).

FD  rejected-file.
01  rejected-line               PIC X(562).

FD  exception-file.
01  exception-line              PIC X(1538).

FD  summary-report.
01  summary-report-line         PIC X(160).

FD  ack-file.
01  ack-line                    PIC X(24).

FD  runstats-file.
01  runstats-line               PIC X(148).

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

FD  dup-registry-file.
01  dup-registry-record.
    05  registry-rec-date       PIC 9(8).
    05  registry-rec-dept       PIC X(3).
    05  registry-rec-text       PIC X(500).

*> Read for the daily ceilings only.
FD  dept-file.
COPY "dept-record.cpy".

WORKING-STORAGE SECTION.
01  split-control-status    PIC X(2).
01  parm-status             PIC X(2).
01  ledger-status           PIC X(2).
01  stream-file-status      PIC X(2).
01  runstats-status         PIC X(2).
01  audit-log-status        PIC X(2).
01  audit-summary-status    PIC X(2).
01  dup-registry-status     PIC X(2).
01  dept-file-status        PIC X(2).

01  end-of-split-control    PIC X(1) VALUE 'N'.
01  end-of-ledger           PIC X(1) VALUE 'N'.
01  end-of-audit-scan       PIC X(1) VALUE 'N'.
01  end-of-dept-file        PIC X(1) VALUE 'N'.
01  end-of-runstats         PIC X(1) VALUE 'N'.
01  parm-valid              PIC X(1) VALUE 'Y'.

01  run-date                PIC 9(8).
01  run-time                PIC 9(8).
01  business-date           PIC 9(8) VALUE 0.           *> the night being merged, as the ledger settled it

01  run-mode                PIC X(1) VALUE 'O'.
    88  run-outbound            VALUE 'O'.
    88  run-inbound             VALUE 'I'.
01  merge-qualifier         PIC X(8) VALUE SPACES.      *> OUT or IN - the run of record's own ledger qualifier
01  night-merged            PIC X(1) VALUE 'N'.
01  confidence-threshold    PIC 9(5)V99 VALUE 00100.00. *> the batch's default; PARMFILE cols 12-18 override

*> Which stream's file of which kind is open. Kinds: 1 STRMCTL,
*> 2 RESULTS, 3 REPORT, 4 REJECT, 5 EXCEPT, 6 RUNSTAT, 7 ACKFILE,
*> 8 AUDITLG, 9 DUPREG - the stream number goes on the end of the name.
01  stream-kind             PIC 9 VALUE 0.
01  merge-stream            PIC 9 VALUE 0.
01  stream-file-open        PIC X(1) VALUE 'N'.
01  end-of-stream-file      PIC X(1) VALUE 'N'.
01  stream-buffer           PIC X(1538).
01  stream-file-name        PIC X(8).
01  kind-name-values.
    05  FILLER              PIC X(7) VALUE 'STRMCTL'.
    05  FILLER              PIC X(7) VALUE 'RESULTS'.
    05  FILLER              PIC X(7) VALUE 'REPORT '.
    05  FILLER              PIC X(7) VALUE 'REJECT '.
    05  FILLER              PIC X(7) VALUE 'EXCEPT '.
    05  FILLER              PIC X(7) VALUE 'RUNSTAT'.
    05  FILLER              PIC X(7) VALUE 'ACKFILE'.
    05  FILLER              PIC X(7) VALUE 'AUDITLG'.
    05  FILLER              PIC X(7) VALUE 'DUPREG '.
01  kind-name-table REDEFINES kind-name-values.
    05  kind-name OCCURS 9 TIMES PIC X(7).
01  stream-lines-read       PIC 9(7) VALUE 0.

*> What msgsplit cut, from SPLITCTL.
01  split-streams           PIC 9 VALUE 0.
01  split-batches           PIC 99 VALUE 0.
01  split-records           PIC 9(7) VALUE 0.
01  split-trailer-total     PIC 9(7) VALUE 0.
01  split-stream-table.
    05  split-stream-entry OCCURS 4 TIMES.
        10  ss-batches          PIC 99.
        10  ss-records          PIC 9(7).
        10  ss-trailers         PIC 9(7).
01  split-origin-table.
    05  split-origin-entry OCCURS 10 TIMES.
        10  so-stream           PIC 9.
        10  so-origin           PIC X(8).
        10  so-date             PIC 9(8).
        10  so-records          PIC 9(7).
        10  so-trailer          PIC 9(7).
        10  so-trailer-seen     PIC X(1).
01  split-origin-count      PIC 99 VALUE 0.
01  split-origin-index      PIC 99 VALUE 0.

*> What each stream run says it did, from its STRMCTL and its ledger
*> entry, and what this job counted on its files.
01  stream-run-table.
    05  stream-run-entry OCCURS 4 TIMES.
        10  sr-found            PIC X(1).
        10  sr-qualifier        PIC X(8).
        10  sr-ledger-event     PIC X(6).
        10  sr-ledger-rc        PIC 9(4).
        10  sr-physical         PIC 9(7).
        10  sr-logical          PIC 9(7).
        10  sr-passed           PIC 9(7).
        10  sr-rejected         PIC 9(7).
        10  sr-trailer          PIC 9(7).
        10  sr-balanced         PIC X(1).
        10  sr-verify           PIC 9(5).
        10  sr-seq-base         PIC 9(5).               *> messages in the streams ahead of this one
        10  sr-results          PIC 9(7).
        10  sr-rejects          PIC 9(7).
        10  sr-exceptions       PIC 9(7).
        10  sr-stats-processed  PIC 9(7).
        10  sr-stats-rejected   PIC 9(7).
        10  sr-audit-lines      PIC 9(7).
        10  sr-ack-received     PIC 9(7).
        10  sr-ack-passed       PIC 9(7).
        10  sr-ack-rejected     PIC 9(7).
        10  sr-ack-faults       PIC 9(5).
        10  sr-missing-files    PIC 9.
01  stream-origin-table.
    05  stream-origin-entry OCCURS 10 TIMES.
        10  to-stream           PIC 9.
        10  to-origin           PIC X(8).
        10  to-physical         PIC 9(7).
        10  to-trailer          PIC 9(7).
        10  to-trailer-seen     PIC X(1).
01  stream-origin-count     PIC 99 VALUE 0.
01  stream-origin-index     PIC 99 VALUE 0.
01  origin-position         PIC 99 VALUE 0.
01  origin-position-2       PIC 99 VALUE 0.
01  origins-match           PIC X(1) VALUE 'Y'.

*> The night's totals across every stream.
01  total-physical          PIC 9(7) VALUE 0.
01  total-logical           PIC 9(7) VALUE 0.
01  total-passed            PIC 9(7) VALUE 0.
01  total-rejected          PIC 9(7) VALUE 0.
01  total-verify            PIC 9(5) VALUE 0.
01  total-origins           PIC 99 VALUE 0.
01  results-merged          PIC 9(7) VALUE 0.
01  rejects-merged          PIC 9(7) VALUE 0.
01  exceptions-merged       PIC 9(7) VALUE 0.
01  ack-received-merged     PIC 9(7) VALUE 0.
01  ack-passed-merged       PIC 9(7) VALUE 0.
01  ack-rejected-merged     PIC 9(7) VALUE 0.
01  stream-balanced         PIC X(1) VALUE 'Y'.
01  merge-balanced          PIC X(1) VALUE 'Y'.
01  worst-stream-rc         PIC 9(4) VALUE 0.
01  audit-lines-carried     PIC 9(7) VALUE 0.

*> Per-department totals across the streams, in the order the
*> departments first turn up - one slot per department however many
*> streams it appeared in.
01  merged-stats-table.
    05  merged-stats-entry OCCURS 100 TIMES.
        10  stats-dept          PIC X(3).
        10  stats-processed     PIC 9(7).
        10  stats-reject-len    PIC 9(7).
        10  stats-reject-key    PIC 9(7).
        10  stats-reject-con    PIC 9(7).
        10  stats-reject-dup    PIC 9(7).
        10  stats-reject-unk    PIC 9(7).
        10  stats-reject-sus    PIC 9(7).
        10  stats-reject-mode   PIC 9(7).
        10  stats-reject-ceil   PIC 9(7).
        10  stats-verify        PIC 9(7).
        10  stats-caesar        PIC 9(7).
        10  stats-vigenere      PIC 9(7).
        10  stats-length-total  PIC 9(9).
        10  stats-solved        PIC 9(7).
        10  stats-score-total   PIC 9(9)V99.
        10  stats-worst-score   PIC 9(5)V99.
01  dept-stats-count        PIC 9(3) VALUE 0.
01  stats-index             PIC 9(3) VALUE 0.
01  stats-slot              PIC 9(3) VALUE 0.
01  stats-average           PIC 9(7)V99 VALUE 0.
01  total-processed         PIC 9(7) VALUE 0.
01  total-reject-len        PIC 9(7) VALUE 0.
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
01  run-score-total         PIC 9(9)V99 VALUE 0.
01  run-worst-score         PIC 9(5)V99 VALUE 0.
01  run-length-total        PIC 9(9) VALUE 0.

*> The departments DEPTFILE gives a daily ceiling, with what the
*> business date had already accepted for each before tonight's
*> streams ran - the RUNSTATS lines already on file for the date.
01  ceiling-table.
    05  ceiling-entry OCCURS 100 TIMES.
        10  ceiling-dept        PIC X(3).
        10  ceiling-limit       PIC 9(7).
        10  ceiling-accepted    PIC 9(7).
01  ceiling-count           PIC 9(3) VALUE 0.
01  ceiling-index           PIC 9(3) VALUE 0.
01  ceiling-line-ws.
    05  FILLER              PIC X(15) VALUE '*** DEPARTMENT '.
    05  ceiling-dept-ws     PIC X(3).
    05  FILLER              PIC X(10) VALUE ' ACCEPTED '.
    05  ceiling-accepted-ws PIC ZZZZZZ9.
    05  FILLER              PIC X(18) VALUE ' FOR THE DAY OVER '.
    05  FILLER              PIC X(20) VALUE 'ITS DAILY CEILING OF'.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  ceiling-limit-ws    PIC ZZZZZZ9.
    05  FILLER              PIC X(4) VALUE ' ***'.

*> The streams' registries folded back together: the window each
*> stream was given plus what each accepted tonight, every entry once.
01  duplicate-registry.
    05  registry-entry OCCURS 500 TIMES.
        10  registry-date   PIC 9(8).
        10  registry-dept   PIC X(3).
        10  registry-text   PIC X(500).
01  registry-count          PIC 9(3) VALUE 0.
01  registry-index          PIC 9(3) VALUE 0.
01  registry-found          PIC X(1) VALUE 'N'.
01  registry-overflow       PIC X(1) VALUE 'N'.
01  registry-line-ws.
    05  registry-line-date  PIC 9(8).
    05  registry-line-dept  PIC X(3).
    05  registry-line-text  PIC X(500).

*> Where the permanent audit chain stands, found the way the batch
*> finds it, and advanced by every stream line carried onto it.
01  audit-sequence          PIC 9(9)  VALUE 0.
01  audit-chain-value       PIC 9(10) VALUE 0.
*> Walking a stream's own chain from zero.
01  check-sequence          PIC 9(9)  VALUE 0.
01  check-chain-value       PIC 9(10) VALUE 0.
01  chain-intact            PIC X(1) VALUE 'Y'.

*> The EXCEPTION line's sequence, the only field renumbered.
01  exception-line-ws.
    05  exception-dept-ws   PIC X(3).
    05  FILLER              PIC X(1).
    05  exception-seq-ws    PIC 9(5).
    05  FILLER              PIC X(1529).

*> Acknowledgment records, as the batch writes them.
01  ack-line-ws.
    05  ack-type-ws         PIC X(3).
    05  ack-body-ws         PIC X(21).
01  ack-count-ws REDEFINES ack-line-ws.
    05  FILLER              PIC X(3).
    05  ack-received-ws     PIC 9(7).
    05  ack-passed-ws       PIC 9(7).
    05  ack-rejected-ws     PIC 9(7).
01  ack-trailer-ws REDEFINES ack-line-ws.
    05  FILLER              PIC X(3).
    05  ack-trailer-count-ws PIC 9(7).
    05  FILLER              PIC X(14).
01  ack-group-records       PIC 9(7) VALUE 0.
01  ack-group-open          PIC X(1) VALUE 'N'.

01  summary-header-ws.
    05  FILLER PIC X(5)  VALUE 'DEPT '.
    05  FILLER PIC X(10) VALUE 'PROCESSED '.
    05  FILLER PIC X(9)  VALUE 'REJ-0001 '.
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
    05  FILLER PIC X(8)  VALUE 'SOLVED  '.
    05  FILLER PIC X(11) VALUE 'AVG-SCORE  '.
    05  FILLER PIC X(11) VALUE 'WORST-SCORE'.
    05  FILLER PIC X(5)  VALUE ' FLAG'.

01  summary-line-ws.
    05  summ-dept-ws        PIC X(4).
    05  summ-processed-ws   PIC ZZZZZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  summ-rej-len-ws     PIC ZZZZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  summ-rej-key-ws     PIC ZZZZZ9.
    05  FILLER              PIC X(3) VALUE SPACES.
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
    05  summ-vigenere-ws    PIC ZZZZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  summ-avg-len-ws     PIC ZZZZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  summ-solved-ws      PIC ZZZZZ9.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  summ-avg-score-ws   PIC ZZZZZ9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  summ-worst-score-ws PIC ZZZZ9.99.
    05  FILLER              PIC X(2) VALUE SPACES.
    05  summ-flag-ws        PIC X(1).

*> The RUNSTATS line exactly as the batch writes it.
01  runstats-line-ws.
    05  rs-date-ws          PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-dept-ws          PIC X(3).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-processed-ws     PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-rej-len-ws       PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-rej-key-ws       PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-rej-con-ws       PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-rej-dup-ws       PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-verify-ws        PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-caesar-ws        PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-vigenere-ws      PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-length-total-ws  PIC 9(9).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  rs-solved-ws        PIC 9(7).
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

01  stream-title-ws.
    05  FILLER              PIC X(7) VALUE 'STREAM '.
    05  stream-title-number-ws PIC 9.
    05  FILLER              PIC X(3) VALUE ' - '.
    05  stream-title-file-ws PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  stream-title-qual-ws PIC X(8).
01  balance-line-ws.
    05  balance-label-ws    PIC X(34).
    05  balance-value-ws    PIC ZZZZZZ9.

COPY "split-control.cpy".
COPY "stream-control.cpy".
COPY "rejected-line.cpy".
COPY "audit-line.cpy".
COPY "ledger-record.cpy".
COPY "chain-params.cpy".
COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-STREAM-CONTROLS
        VARYING merge-stream FROM 1 BY 1
        UNTIL merge-stream > split-streams
    PERFORM CHECK-STREAM-RUNS
    PERFORM VERIFY-STREAM-CHAIN
        VARYING merge-stream FROM 1 BY 1
        UNTIL merge-stream > split-streams
    PERFORM OPEN-MERGE-FILES
    PERFORM MERGE-ONE-STREAM
        VARYING merge-stream FROM 1 BY 1
        UNTIL merge-stream > split-streams
    PERFORM BALANCE-MERGE
    PERFORM WRITE-MANAGEMENT-SUMMARY
    *> the permanent files only ever see a night that balances
    IF merge-balanced = 'Y'
        PERFORM OPEN-PERMANENT-FILES
        PERFORM WRITE-RUN-STATISTICS
        PERFORM CARRY-AUDIT-TRAIL
        PERFORM MERGE-DUP-REGISTRY
    END-IF
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    *> read before anything is booked, so a bad card stops the merge
    *> the way it stops the batch
    PERFORM READ-PARM-CARD
    PERFORM CHECK-NIGHT-MERGED
    PERFORM RECORD-RUN-START
    PERFORM LOAD-SPLIT-CONTROL
    PERFORM LOAD-DAILY-CEILINGS.

*> The same card the streams ran under, validated the same way for
*> the two fields this job uses.
READ-PARM-CARD.
    OPEN INPUT parm-file
    IF parm-status = '00'
        READ parm-file
            AT END CONTINUE
            NOT AT END PERFORM APPLY-PARM-CARD
        END-READ
        CLOSE parm-file
    END-IF
    IF parm-valid = 'N'
        DISPLAY "FATAL: PARMFILE card rejected - correct it and "
            "resubmit the merge"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

APPLY-PARM-CARD.
    EVALUATE parm-run-mode
        WHEN 'O' MOVE 'O' TO run-mode
        WHEN 'I' MOVE 'I' TO run-mode
        WHEN SPACE CONTINUE
        WHEN OTHER
            DISPLAY "PARMFILE: run mode '" parm-run-mode
                "' is not O or I"
            MOVE 'N' TO parm-valid
    END-EVALUATE
    IF parm-threshold-x NOT = SPACES
        IF parm-threshold-x IS NUMERIC
            MOVE parm-threshold TO confidence-threshold
        ELSE
            DISPLAY "PARMFILE: confidence threshold '" parm-threshold-x
                "' is not seven digits"
            MOVE 'N' TO parm-valid
        END-IF
    END-IF.

*> A night goes onto the permanent files once. The run of record for
*> it - programming-past OUT or IN, booked by this job on a split night
*> and by the batch itself on a whole one - ending below 16 means its
*> RUNSTATS, AUDITLOG and DUPREG have been written, and a second merge
*> would write them again. This is settled before the run is booked:
*> a refusal booked under the run of record's name would be the
*> latest thing the ledger said about it, and would stop every job
*> waiting on a night that is in fact complete.
CHECK-NIGHT-MERGED.
    IF run-inbound
        MOVE 'IN' TO merge-qualifier
    ELSE
        MOVE 'OUT' TO merge-qualifier
    END-IF
    MOVE 'D' TO ledger-function
    MOVE 'programming-past' TO ledger-job
    MOVE merge-qualifier TO ledger-qualifier
    MOVE 0 TO ledger-business-date
    CALL "run-ledger" USING ledger-parameters
    MOVE ledger-business-date TO business-date
    OPEN INPUT ledger-file
    IF ledger-status = '00'
        MOVE 'N' TO end-of-ledger
        PERFORM SCAN-MERGED-LEDGER-LINE UNTIL end-of-ledger = 'Y'
        CLOSE ledger-file
    END-IF
    MOVE 'N' TO end-of-ledger
    IF night-merged = 'Y'
        DISPLAY "FATAL: business date " business-date " has already "
            "been merged in balance (programming-past "
            FUNCTION TRIM(merge-qualifier) " ended clean) - the night "
            "is already on the permanent files; merge not started"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

SCAN-MERGED-LEDGER-LINE.
    READ ledger-file
        AT END MOVE 'Y' TO end-of-ledger
        NOT AT END
            MOVE ledger-line TO runledg-line-ws
            IF runledg-job-ws = 'programming-past'
                    AND runledg-qualifier-ws = merge-qualifier
                    AND runledg-business-date-ws = business-date
                    AND runledg-event-ws = 'END'
                    AND runledg-rc-ws < 16
                MOVE 'Y' TO night-merged
            END-IF
    END-READ.

*> SPLITCTL says how many streams there are and what went into each;
*> without it there is nothing to prove the streams against.
LOAD-SPLIT-CONTROL.
    OPEN INPUT split-control-file
    IF split-control-status NOT = '00'
        DISPLAY "FATAL: unable to open SPLITCTL, status "
            split-control-status " - no split to merge"
        PERFORM STOP-MERGE
    END-IF
    PERFORM LOAD-SPLIT-CONTROL-LINE UNTIL end-of-split-control = 'Y'
    CLOSE split-control-file
    IF split-streams = 0 OR split-streams > 4
        DISPLAY "FATAL: SPLITCTL names " split-streams " stream(s) - "
            "not a split this job can merge"
        PERFORM STOP-MERGE
    END-IF
    DISPLAY "msgmerge: " split-streams " stream(s), " split-batches
        " batch(es), " split-records " record(s) split".

LOAD-SPLIT-CONTROL-LINE.
    READ split-control-file
        AT END MOVE 'Y' TO end-of-split-control
        NOT AT END
            MOVE split-control-line TO split-control-ws
            EVALUATE split-type-ws
                WHEN 'SPL'
                    MOVE split-stream-ws TO split-streams
                    MOVE split-batches-ws TO split-batches
                    MOVE split-records-ws TO split-records
                    MOVE split-trailer-ws TO split-trailer-total
                WHEN 'STR'
                    IF split-stream-ws > 0 AND split-stream-ws < 5
                        MOVE split-batches-ws
                            TO ss-batches (split-stream-ws)
                        MOVE split-records-ws
                            TO ss-records (split-stream-ws)
                        MOVE split-trailer-ws
                            TO ss-trailers (split-stream-ws)
                    END-IF
                WHEN 'ORG'
                    IF split-origin-count < 10
                        ADD 1 TO split-origin-count
                        MOVE split-stream-ws
                            TO so-stream (split-origin-count)
                        MOVE split-origin-ws
                            TO so-origin (split-origin-count)
                        MOVE split-date-ws
                            TO so-date (split-origin-count)
                        MOVE split-records-ws
                            TO so-records (split-origin-count)
                        MOVE split-trailer-ws
                            TO so-trailer (split-origin-count)
                        MOVE split-trailer-seen-ws
                            TO so-trailer-seen (split-origin-count)
                    END-IF
            END-EVALUATE
    END-READ.

*> The streams ran against the same DEPTFILE, so a missing one here
*> means the night's files have been moved about under the merge. The
*> RUNSTATS history is only read: what it already carries for the
*> business date, either direction, is what the day had accepted
*> before tonight's streams, and none at all is a first night.
LOAD-DAILY-CEILINGS.
    OPEN INPUT dept-file
    IF dept-file-status NOT = '00'
        DISPLAY "FATAL: unable to open DEPTFILE, status "
            dept-file-status " - the daily ceilings cannot be held"
        PERFORM STOP-MERGE
    END-IF
    PERFORM LOAD-DEPT-CEILING UNTIL end-of-dept-file = 'Y'
    CLOSE dept-file
    IF ceiling-count > 0
        OPEN INPUT runstats-file
        IF runstats-status = '00'
            PERFORM LOAD-CEILING-HISTORY UNTIL end-of-runstats = 'Y'
            CLOSE runstats-file
        END-IF
    END-IF.

LOAD-DEPT-CEILING.
    READ dept-file
        AT END MOVE 'Y' TO end-of-dept-file
        NOT AT END
            IF dept-ceiling IS NUMERIC AND dept-ceiling > 0
                    AND ceiling-count < 100
                ADD 1 TO ceiling-count
                MOVE dept-code TO ceiling-dept (ceiling-count)
                MOVE dept-ceiling TO ceiling-limit (ceiling-count)
                MOVE 0 TO ceiling-accepted (ceiling-count)
            END-IF
    END-READ.

LOAD-CEILING-HISTORY.
    READ runstats-file INTO runstats-line-ws
        AT END MOVE 'Y' TO end-of-runstats
        NOT AT END
            IF rs-date-ws = business-date AND rs-processed-ws IS NUMERIC
                PERFORM VARYING ceiling-index FROM 1 BY 1
                        UNTIL ceiling-index > ceiling-count
                    IF ceiling-dept (ceiling-index) = rs-dept-ws
                        ADD rs-processed-ws
                            TO ceiling-accepted (ceiling-index)
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
    END-READ.

*> A stream with no control totals, or totals from another night or
*> the other direction, has not finished the run this merge is for.
LOAD-STREAM-CONTROLS.
    MOVE 'N' TO sr-found (merge-stream)
    MOVE 0 TO sr-missing-files (merge-stream)
    MOVE 1 TO stream-kind
    PERFORM OPEN-STREAM-FILE
    IF stream-file-open = 'N'
        DISPLAY "FATAL: stream " merge-stream " left no control "
            "totals - its run has not completed"
        PERFORM STOP-MERGE
    END-IF
    PERFORM LOAD-STREAM-CONTROL-LINE UNTIL end-of-stream-file = 'Y'
    PERFORM CLOSE-STREAM-FILE
    IF sr-found (merge-stream) = 'N'
        DISPLAY "FATAL: " stream-file-name " carries no run totals"
        PERFORM STOP-MERGE
    END-IF
    IF run-inbound
        MOVE 'IN' TO sr-qualifier (merge-stream)
        MOVE merge-stream TO sr-qualifier (merge-stream) (3:1)
    ELSE
        MOVE 'OUT' TO sr-qualifier (merge-stream)
        MOVE merge-stream TO sr-qualifier (merge-stream) (4:1)
    END-IF.

LOAD-STREAM-CONTROL-LINE.
    PERFORM READ-STREAM-FILE
    IF end-of-stream-file = 'N'
        MOVE stream-buffer TO stream-control-ws
        IF sc-stream-ws NOT = merge-stream
            DISPLAY "FATAL: " stream-file-name " was written by "
                "stream '" sc-stream-ws "'"
            PERFORM STOP-MERGE
        END-IF
        IF sc-run-mode-ws NOT = run-mode
            DISPLAY "FATAL: " stream-file-name " is from a run in "
                "mode " sc-run-mode-ws " - this merge is mode "
                run-mode
            PERFORM STOP-MERGE
        END-IF
        EVALUATE sc-type-ws
            WHEN 'RUN'
                IF sc-date-ws NOT = business-date
                    DISPLAY "FATAL: " stream-file-name " is for "
                        "business date " sc-date-ws " - this merge "
                        "is for " business-date
                    PERFORM STOP-MERGE
                END-IF
                MOVE 'Y' TO sr-found (merge-stream)
                MOVE sc-physical-ws TO sr-physical (merge-stream)
                MOVE sc-logical-ws TO sr-logical (merge-stream)
                MOVE sc-passed-ws TO sr-passed (merge-stream)
                MOVE sc-rejected-ws TO sr-rejected (merge-stream)
                MOVE sc-trailer-ws TO sr-trailer (merge-stream)
                MOVE sc-balanced-ws TO sr-balanced (merge-stream)
                MOVE sc-verify-ws TO sr-verify (merge-stream)
            WHEN 'ORG'
                IF stream-origin-count < 10
                    ADD 1 TO stream-origin-count
                    MOVE merge-stream TO to-stream (stream-origin-count)
                    MOVE sc-origin-ws TO to-origin (stream-origin-count)
                    MOVE sc-physical-ws
                        TO to-physical (stream-origin-count)
                    MOVE sc-trailer-ws
                        TO to-trailer (stream-origin-count)
                    MOVE sc-trailer-seen-ws
                        TO to-trailer-seen (stream-origin-count)
                ELSE
                    DISPLAY "FATAL: the streams carry more batches "
                        "than one night's MESSAGES can"
                    PERFORM STOP-MERGE
                END-IF
        END-EVALUATE
    END-IF.

*> Every stream's own run has to have ended clean for this business
*> date - the latest thing the ledger says about it decides, exactly
*> as run-ledger decides it for a job's predecessor.
CHECK-STREAM-RUNS.
    PERFORM VARYING merge-stream FROM 1 BY 1
            UNTIL merge-stream > split-streams
        MOVE SPACES TO sr-ledger-event (merge-stream)
        MOVE 0 TO sr-ledger-rc (merge-stream)
    END-PERFORM
    OPEN INPUT ledger-file
    IF ledger-status = '00'
        PERFORM SCAN-LEDGER-LINE UNTIL end-of-ledger = 'Y'
        CLOSE ledger-file
    END-IF
    PERFORM VARYING merge-stream FROM 1 BY 1
            UNTIL merge-stream > split-streams
        IF sr-ledger-event (merge-stream) = 'END'
                AND sr-ledger-rc (merge-stream) < 16
            IF sr-ledger-rc (merge-stream) > worst-stream-rc
                MOVE sr-ledger-rc (merge-stream) TO worst-stream-rc
            END-IF
        ELSE
            DISPLAY "FATAL: stream " merge-stream " (programming-past "
                FUNCTION TRIM(sr-qualifier (merge-stream))
                ") has no clean end for business date " business-date
                " - rerun that stream, then the merge"
            PERFORM STOP-MERGE
        END-IF
    END-PERFORM.

SCAN-LEDGER-LINE.
    READ ledger-file
        AT END MOVE 'Y' TO end-of-ledger
        NOT AT END
            MOVE ledger-line TO runledg-line-ws
            IF runledg-job-ws = 'programming-past'
                    AND runledg-business-date-ws = business-date
                PERFORM VARYING merge-stream FROM 1 BY 1
                        UNTIL merge-stream > split-streams
                    IF runledg-qualifier-ws = sr-qualifier (merge-stream)
                        MOVE runledg-event-ws
                            TO sr-ledger-event (merge-stream)
                        MOVE runledg-rc-ws TO sr-ledger-rc (merge-stream)
                    END-IF
                END-PERFORM
            END-IF
    END-READ.

*> A stream's own trail is chained from zero; it is walked here, line
*> by line, before a single line of it is trusted onto the permanent
*> one.
VERIFY-STREAM-CHAIN.
    MOVE 8 TO stream-kind
    PERFORM OPEN-STREAM-FILE
    IF stream-file-open = 'N'
        DISPLAY "FATAL: stream " merge-stream " left no AUDITLOG"
        PERFORM STOP-MERGE
    END-IF
    MOVE 0 TO check-sequence
    MOVE 0 TO check-chain-value
    MOVE 'Y' TO chain-intact
    PERFORM VERIFY-STREAM-AUDIT-LINE
        UNTIL end-of-stream-file = 'Y' OR chain-intact = 'N'
    PERFORM CLOSE-STREAM-FILE
    IF chain-intact = 'N'
        DISPLAY "FATAL: " stream-file-name " chain breaks at line "
            stream-lines-read " - the stream's audit trail has been "
            "altered; rerun the stream"
        PERFORM STOP-MERGE
    END-IF
    MOVE check-sequence TO sr-audit-lines (merge-stream).

VERIFY-STREAM-AUDIT-LINE.
    PERFORM READ-STREAM-FILE
    IF end-of-stream-file = 'N'
        MOVE stream-buffer TO audit-line-ws
        ADD 1 TO check-sequence
        IF audit-sequence-ws IS NOT NUMERIC
                OR audit-chain-ws IS NOT NUMERIC
            MOVE 'N' TO chain-intact
        ELSE
            IF audit-sequence-ws NOT = check-sequence
                MOVE 'N' TO chain-intact
            ELSE
                MOVE audit-line-ws TO chain-line
                MOVE check-chain-value TO chain-previous
                CALL "audit-chain" USING chain-parameters
                IF chain-value NOT = audit-chain-ws
                    MOVE 'N' TO chain-intact
                END-IF
                MOVE chain-value TO check-chain-value
            END-IF
        END-IF
    END-IF.

*> The night's own output files are replaced whatever the balancing
*> finds, as the batch replaces them; only an inbound night owes its
*> partners an acknowledgment.
OPEN-MERGE-FILES.
    OPEN OUTPUT result-file
    OPEN OUTPUT comparison-report
    OPEN OUTPUT rejected-file
    OPEN OUTPUT exception-file
    OPEN OUTPUT summary-report
    IF run-inbound
        OPEN OUTPUT ack-file
    END-IF.

*> One stream's files onto the merged set. Its messages are numbered
*> on from the streams ahead of it.
MERGE-ONE-STREAM.
    MOVE total-logical TO sr-seq-base (merge-stream)
    ADD sr-logical (merge-stream) TO total-logical
    MOVE 0 TO sr-results (merge-stream)
    MOVE 0 TO sr-rejects (merge-stream)
    MOVE 0 TO sr-exceptions (merge-stream)
    MOVE 0 TO sr-stats-processed (merge-stream)
    MOVE 0 TO sr-stats-rejected (merge-stream)
    MOVE 0 TO sr-ack-received (merge-stream)
    MOVE 0 TO sr-ack-passed (merge-stream)
    MOVE 0 TO sr-ack-rejected (merge-stream)
    MOVE 0 TO sr-ack-faults (merge-stream)
    MOVE 2 TO stream-kind
    PERFORM OPEN-STREAM-FILE
    IF stream-file-open = 'Y'
        PERFORM MERGE-RESULT-LINE UNTIL end-of-stream-file = 'Y'
        PERFORM CLOSE-STREAM-FILE
    END-IF
    MOVE 3 TO stream-kind
    PERFORM OPEN-STREAM-FILE
    IF stream-file-open = 'Y'
        PERFORM MERGE-REPORT-LINE UNTIL end-of-stream-file = 'Y'
        PERFORM CLOSE-STREAM-FILE
    END-IF
    MOVE 4 TO stream-kind
    PERFORM OPEN-STREAM-FILE
    IF stream-file-open = 'Y'
        PERFORM MERGE-REJECTED-LINE UNTIL end-of-stream-file = 'Y'
        PERFORM CLOSE-STREAM-FILE
    END-IF
    MOVE 5 TO stream-kind
    PERFORM OPEN-STREAM-FILE
    IF stream-file-open = 'Y'
        PERFORM MERGE-EXCEPTION-LINE UNTIL end-of-stream-file = 'Y'
        PERFORM CLOSE-STREAM-FILE
    END-IF
    MOVE 6 TO stream-kind
    PERFORM OPEN-STREAM-FILE
    IF stream-file-open = 'Y'
        PERFORM MERGE-RUNSTATS-LINE UNTIL end-of-stream-file = 'Y'
        PERFORM CLOSE-STREAM-FILE
    END-IF
    IF run-inbound
        MOVE 7 TO stream-kind
        PERFORM OPEN-STREAM-FILE
        IF stream-file-open = 'Y'
            MOVE 'N' TO ack-group-open
            PERFORM MERGE-ACK-LINE UNTIL end-of-stream-file = 'Y'
            PERFORM CLOSE-STREAM-FILE
            IF ack-group-open = 'Y'
                ADD 1 TO sr-ack-faults (merge-stream)
            END-IF
        END-IF
    END-IF.

MERGE-RESULT-LINE.
    PERFORM READ-STREAM-FILE
    IF end-of-stream-file = 'N'
        MOVE stream-buffer TO result-line
        WRITE result-line
        ADD 1 TO sr-results (merge-stream)
        ADD 1 TO results-merged
    END-IF.

*> The column heading goes on once, from the first stream; each
*> stream's balancing summary is named for the stream it balances.
MERGE-REPORT-LINE.
    PERFORM READ-STREAM-FILE
    IF end-of-stream-file = 'N'
        MOVE stream-buffer TO report-line
        IF stream-lines-read = 1 AND merge-stream > 1
            CONTINUE
        ELSE
            IF report-line = 'BATCH BALANCING SUMMARY'
                MOVE SPACES TO report-line
                STRING 'BATCH BALANCING SUMMARY - STREAM '
                    merge-stream DELIMITED BY SIZE INTO report-line
            END-IF
            WRITE report-line
        END-IF
    END-IF.

MERGE-REJECTED-LINE.
    PERFORM READ-STREAM-FILE
    IF end-of-stream-file = 'N'
        MOVE stream-buffer TO rejected-line-ws
        IF rejected-seq-ws IS NUMERIC
            ADD sr-seq-base (merge-stream) TO rejected-seq-ws
        END-IF
        MOVE rejected-line-ws TO rejected-line
        WRITE rejected-line
        ADD 1 TO sr-rejects (merge-stream)
        ADD 1 TO rejects-merged
    END-IF.

MERGE-EXCEPTION-LINE.
    PERFORM READ-STREAM-FILE
    IF end-of-stream-file = 'N'
        MOVE stream-buffer TO exception-line-ws
        IF exception-seq-ws IS NUMERIC
            ADD sr-seq-base (merge-stream) TO exception-seq-ws
        END-IF
        MOVE exception-line-ws TO exception-line
        WRITE exception-line
        ADD 1 TO sr-exceptions (merge-stream)
        ADD 1 TO exceptions-merged
    END-IF.

*> Each stream's department lines are added into the department's one
*> slot; the stream's own totals are kept for its balancing.
MERGE-RUNSTATS-LINE.
    PERFORM READ-STREAM-FILE
    IF end-of-stream-file = 'N'
        MOVE stream-buffer TO runstats-line-ws
        IF rs-rej-unk-ws IS NOT NUMERIC OR rs-rej-sus-ws IS NOT NUMERIC
                OR rs-rej-mode-ws IS NOT NUMERIC
                OR rs-rej-ceil-ws IS NOT NUMERIC
            MOVE 0 TO rs-rej-unk-ws
            MOVE 0 TO rs-rej-sus-ws
            MOVE 0 TO rs-rej-mode-ws
            MOVE 0 TO rs-rej-ceil-ws
        END-IF
        MOVE 0 TO stats-slot
        PERFORM VARYING stats-index FROM 1 BY 1
                UNTIL stats-index > dept-stats-count
            IF stats-dept (stats-index) = rs-dept-ws
                MOVE stats-index TO stats-slot
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF stats-slot = 0
            IF dept-stats-count < 100
                ADD 1 TO dept-stats-count
                MOVE dept-stats-count TO stats-slot
                INITIALIZE merged-stats-entry (stats-slot)
                MOVE rs-dept-ws TO stats-dept (stats-slot)
            ELSE
                DISPLAY "WARNING: department table full - "
                    rs-dept-ws " left off the merged SUMMARY and "
                    "RUNSTATS"
            END-IF
        END-IF
        IF stats-slot > 0
            ADD rs-processed-ws TO stats-processed (stats-slot)
            ADD rs-rej-len-ws TO stats-reject-len (stats-slot)
            ADD rs-rej-key-ws TO stats-reject-key (stats-slot)
            ADD rs-rej-con-ws TO stats-reject-con (stats-slot)
            ADD rs-rej-dup-ws TO stats-reject-dup (stats-slot)
            ADD rs-rej-unk-ws TO stats-reject-unk (stats-slot)
            ADD rs-rej-sus-ws TO stats-reject-sus (stats-slot)
            ADD rs-rej-mode-ws TO stats-reject-mode (stats-slot)
            ADD rs-rej-ceil-ws TO stats-reject-ceil (stats-slot)
            ADD rs-verify-ws TO stats-verify (stats-slot)
            ADD rs-caesar-ws TO stats-caesar (stats-slot)
            ADD rs-vigenere-ws TO stats-vigenere (stats-slot)
            ADD rs-length-total-ws TO stats-length-total (stats-slot)
            ADD rs-solved-ws TO stats-solved (stats-slot)
            ADD rs-score-total-ws TO stats-score-total (stats-slot)
            IF rs-worst-ws > stats-worst-score (stats-slot)
                MOVE rs-worst-ws TO stats-worst-score (stats-slot)
            END-IF
        END-IF
        ADD rs-processed-ws TO sr-stats-processed (merge-stream)
        COMPUTE sr-stats-rejected (merge-stream) =
            sr-stats-rejected (merge-stream)
            + rs-rej-len-ws + rs-rej-key-ws + rs-rej-con-ws
            + rs-rej-dup-ws + rs-rej-unk-ws + rs-rej-sus-ws
            + rs-rej-mode-ws + rs-rej-ceil-ws
    END-IF.

*> Acknowledgment groups go across as they are, each checked against
*> its own trailer on the way and its counts added up.
MERGE-ACK-LINE.
    PERFORM READ-STREAM-FILE
    IF end-of-stream-file = 'N'
        MOVE stream-buffer TO ack-line-ws
        EVALUATE ack-type-ws
            WHEN 'HDR'
                IF ack-group-open = 'Y'
                    ADD 1 TO sr-ack-faults (merge-stream)
                END-IF
                MOVE 'Y' TO ack-group-open
                MOVE 0 TO ack-group-records
            WHEN 'CNT'
                ADD 1 TO ack-group-records
                ADD ack-received-ws TO sr-ack-received (merge-stream)
                ADD ack-passed-ws TO sr-ack-passed (merge-stream)
                ADD ack-rejected-ws TO sr-ack-rejected (merge-stream)
            WHEN 'REJ'
                ADD 1 TO ack-group-records
            WHEN 'TRL'
                IF ack-trailer-count-ws NOT = ack-group-records
                        OR ack-group-open = 'N'
                    ADD 1 TO sr-ack-faults (merge-stream)
                END-IF
                MOVE 'N' TO ack-group-open
            WHEN OTHER
                ADD 1 TO sr-ack-faults (merge-stream)
        END-EVALUATE
        MOVE ack-line-ws TO ack-line
        WRITE ack-line
    END-IF.

*> The merge's balancing goes on REPORT under the streams' own, so the
*> night's balancing evidence is all in one place: a section per
*> stream, then the night as a whole against the split and the
*> partners' trailers. Everything is reported before the verdict, so
*> the stream at fault is named alongside the ones that are clean.
BALANCE-MERGE.
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE 'STREAM MERGE BALANCING SUMMARY' TO report-line
    WRITE report-line
    PERFORM BALANCE-STREAM
        VARYING merge-stream FROM 1 BY 1
        UNTIL merge-stream > split-streams
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE 'ALL STREAMS' TO report-line
    WRITE report-line
    MOVE 'ORIGINAL TRAILER COUNTS' TO balance-label-ws
    MOVE split-trailer-total TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'RECORDS SPLIT FROM MESSAGES' TO balance-label-ws
    MOVE split-records TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'DETAIL RECORDS READ' TO balance-label-ws
    MOVE total-physical TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'LOGICAL MESSAGES READ' TO balance-label-ws
    MOVE total-logical TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'MESSAGES PASSED' TO balance-label-ws
    MOVE total-passed TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'MESSAGES REJECTED' TO balance-label-ws
    MOVE total-rejected TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'RESULTS RECORDS MERGED' TO balance-label-ws
    MOVE results-merged TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'REJECTED RECORDS MERGED' TO balance-label-ws
    MOVE rejects-merged TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'EXCEPTION RECORDS MERGED' TO balance-label-ws
    MOVE exceptions-merged TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    IF total-physical NOT = split-trailer-total
        MOVE 'N' TO merge-balanced
        MOVE '*** RECORDS READ DO NOT MATCH THE ORIGINAL TRAILERS ***'
            TO report-line
        WRITE report-line
    END-IF
    IF total-physical NOT = split-records
        MOVE 'N' TO merge-balanced
        MOVE '*** RECORDS READ DO NOT MATCH THE RECORDS SPLIT ***'
            TO report-line
        WRITE report-line
    END-IF
    IF total-origins NOT = split-batches
            OR split-origin-count NOT = split-batches
        MOVE 'N' TO merge-balanced
        MOVE '*** BATCHES MERGED DO NOT MATCH THE BATCHES SPLIT ***'
            TO report-line
        WRITE report-line
    END-IF
    IF total-passed + total-rejected NOT = total-logical
        MOVE 'N' TO merge-balanced
        MOVE '*** PASSED + REJECTED DOES NOT EQUAL MESSAGES READ ***'
            TO report-line
        WRITE report-line
    END-IF
    IF results-merged NOT = total-passed
            OR rejects-merged NOT = total-rejected
            OR exceptions-merged NOT = total-verify
        MOVE 'N' TO merge-balanced
        MOVE '*** MERGED FILES DO NOT CARRY THE STREAMS'' TOTALS ***'
            TO report-line
        WRITE report-line
    END-IF
    IF run-inbound
        MOVE 'ACKNOWLEDGED RECEIVED' TO balance-label-ws
        MOVE ack-received-merged TO balance-value-ws
        PERFORM WRITE-BALANCE-LINE
        IF ack-received-merged NOT = total-logical
                OR ack-passed-merged NOT = total-passed
                OR ack-rejected-merged NOT = total-rejected
            MOVE 'N' TO merge-balanced
            MOVE '*** ACKNOWLEDGMENTS DO NOT MATCH THE MESSAGES READ ***'
                TO report-line
            WRITE report-line
        END-IF
    END-IF
    PERFORM CHECK-MERGED-CEILING
        VARYING ceiling-index FROM 1 BY 1
        UNTIL ceiling-index > ceiling-count
    IF merge-balanced = 'Y'
        MOVE 'MERGE IS IN BALANCE' TO report-line
        WRITE report-line
    END-IF.

*> The streams' accepted count for a ceilinged department on top of
*> the day's earlier runs. Over the ceiling means the day has let
*> through more of the department's traffic than DEPTFILE allows; the
*> merge fails, and the night is rerun once the overflow is dealt
*> with.
CHECK-MERGED-CEILING.
    PERFORM VARYING stats-index FROM 1 BY 1
            UNTIL stats-index > dept-stats-count
        IF stats-dept (stats-index) = ceiling-dept (ceiling-index)
            ADD stats-processed (stats-index)
                TO ceiling-accepted (ceiling-index)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ceiling-accepted (ceiling-index) > ceiling-limit (ceiling-index)
        MOVE 'N' TO merge-balanced
        MOVE ceiling-dept (ceiling-index) TO ceiling-dept-ws
        MOVE ceiling-accepted (ceiling-index) TO ceiling-accepted-ws
        MOVE ceiling-limit (ceiling-index) TO ceiling-limit-ws
        MOVE ceiling-line-ws TO report-line
        WRITE report-line
    END-IF.

BALANCE-STREAM.
    MOVE 'Y' TO stream-balanced
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE merge-stream TO stream-title-number-ws
    MOVE SPACES TO stream-title-file-ws
    STRING 'MSGSTR' merge-stream DELIMITED BY SIZE
        INTO stream-title-file-ws
    MOVE sr-qualifier (merge-stream) TO stream-title-qual-ws
    MOVE stream-title-ws TO report-line
    WRITE report-line
    MOVE 'RECORDS SPLIT TO STREAM' TO balance-label-ws
    MOVE ss-records (merge-stream) TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'TRAILER COUNTS SPLIT TO STREAM' TO balance-label-ws
    MOVE ss-trailers (merge-stream) TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'DETAIL RECORDS READ' TO balance-label-ws
    MOVE sr-physical (merge-stream) TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'LOGICAL MESSAGES READ' TO balance-label-ws
    MOVE sr-logical (merge-stream) TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'MESSAGES PASSED' TO balance-label-ws
    MOVE sr-passed (merge-stream) TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'MESSAGES REJECTED' TO balance-label-ws
    MOVE sr-rejected (merge-stream) TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'RESULTS RECORDS' TO balance-label-ws
    MOVE sr-results (merge-stream) TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'REJECTED RECORDS' TO balance-label-ws
    MOVE sr-rejects (merge-stream) TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'EXCEPTION RECORDS' TO balance-label-ws
    MOVE sr-exceptions (merge-stream) TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    MOVE 'AUDIT LINES' TO balance-label-ws
    MOVE sr-audit-lines (merge-stream) TO balance-value-ws
    PERFORM WRITE-BALANCE-LINE
    IF sr-missing-files (merge-stream) > 0
        MOVE 'N' TO stream-balanced
        MOVE '*** STREAM OUTPUT FILE MISSING - SEE CONSOLE ***'
            TO report-line
        WRITE report-line
    END-IF
    IF sr-balanced (merge-stream) NOT = 'Y'
        MOVE 'N' TO stream-balanced
        MOVE '*** STREAM RUN WAS OUT OF BALANCE ***' TO report-line
        WRITE report-line
    END-IF
    IF sr-physical (merge-stream) NOT = ss-records (merge-stream)
        MOVE 'N' TO stream-balanced
        MOVE '*** RECORDS READ DO NOT MATCH THE RECORDS SPLIT ***'
            TO report-line
        WRITE report-line
    END-IF
    IF sr-trailer (merge-stream) NOT = ss-trailers (merge-stream)
        MOVE 'N' TO stream-balanced
        MOVE '*** TRAILER COUNTS DO NOT MATCH THE SPLIT ***'
            TO report-line
        WRITE report-line
    END-IF
    PERFORM MATCH-STREAM-ORIGINS
    IF origins-match = 'N'
        MOVE 'N' TO stream-balanced
        MOVE '*** BATCHES DO NOT MATCH THE BATCHES SPLIT TO STREAM ***'
            TO report-line
        WRITE report-line
    END-IF
    IF sr-passed (merge-stream) + sr-rejected (merge-stream)
            NOT = sr-logical (merge-stream)
        MOVE 'N' TO stream-balanced
        MOVE '*** PASSED + REJECTED DOES NOT EQUAL MESSAGES READ ***'
            TO report-line
        WRITE report-line
    END-IF
    IF sr-results (merge-stream) NOT = sr-passed (merge-stream)
        MOVE 'N' TO stream-balanced
        MOVE '*** RESULTS RECORDS DO NOT MATCH MESSAGES PASSED ***'
            TO report-line
        WRITE report-line
    END-IF
    IF sr-rejects (merge-stream) NOT = sr-rejected (merge-stream)
        MOVE 'N' TO stream-balanced
        MOVE '*** REJECTED RECORDS DO NOT MATCH MESSAGES REJECTED ***'
            TO report-line
        WRITE report-line
    END-IF
    IF sr-exceptions (merge-stream) NOT = sr-verify (merge-stream)
        MOVE 'N' TO stream-balanced
        MOVE '*** EXCEPTION RECORDS DO NOT MATCH VERIFY FAILURES ***'
            TO report-line
        WRITE report-line
    END-IF
    IF sr-stats-processed (merge-stream) NOT = sr-passed (merge-stream)
            OR sr-stats-rejected (merge-stream)
               NOT = sr-rejected (merge-stream)
        MOVE 'N' TO stream-balanced
        MOVE '*** RUNSTATS DOES NOT MATCH PASSED AND REJECTED ***'
            TO report-line
        WRITE report-line
    END-IF
    IF run-inbound
        IF sr-ack-received (merge-stream) NOT = sr-logical (merge-stream)
                OR sr-ack-passed (merge-stream)
                   NOT = sr-passed (merge-stream)
                OR sr-ack-rejected (merge-stream)
                   NOT = sr-rejected (merge-stream)
                OR sr-ack-faults (merge-stream) > 0
            MOVE 'N' TO stream-balanced
            MOVE '*** ACKFILE DOES NOT MATCH THE STREAM''S COUNTS ***'
                TO report-line
            WRITE report-line
        END-IF
    END-IF
    IF stream-balanced = 'Y'
        MOVE 'STREAM IS IN BALANCE' TO report-line
        WRITE report-line
    ELSE
        MOVE 'N' TO merge-balanced
        DISPLAY "STREAM " merge-stream " OUT OF BALANCE - see the "
            "stream merge balancing summary on REPORT"
    END-IF
    ADD sr-physical (merge-stream) TO total-physical
    ADD sr-passed (merge-stream) TO total-passed
    ADD sr-rejected (merge-stream) TO total-rejected
    ADD sr-verify (merge-stream) TO total-verify
    ADD sr-ack-received (merge-stream) TO ack-received-merged
    ADD sr-ack-passed (merge-stream) TO ack-passed-merged
    ADD sr-ack-rejected (merge-stream) TO ack-rejected-merged.

*> The stream's batches, in the order it read them, have to be the
*> batches the split dealt it in the order they arrived - the same
*> origins, the same record counts and the same trailers.
MATCH-STREAM-ORIGINS.
    MOVE 'Y' TO origins-match
    MOVE 0 TO origin-position
    PERFORM VARYING split-origin-index FROM 1 BY 1
            UNTIL split-origin-index > split-origin-count
        IF so-stream (split-origin-index) = merge-stream
            ADD 1 TO origin-position
            MOVE 0 TO origin-position-2
            MOVE 0 TO stream-origin-index
            PERFORM VARYING stats-index FROM 1 BY 1
                    UNTIL stats-index > stream-origin-count
                IF to-stream (stats-index) = merge-stream
                    ADD 1 TO origin-position-2
                    IF origin-position-2 = origin-position
                        MOVE stats-index TO stream-origin-index
                    END-IF
                END-IF
            END-PERFORM
            IF stream-origin-index = 0
                MOVE 'N' TO origins-match
                DISPLAY "STREAM " merge-stream ": batch from "
                    so-origin (split-origin-index) " was split to it "
                    "but never read"
            ELSE
                IF to-origin (stream-origin-index)
                        NOT = so-origin (split-origin-index)
                        OR to-physical (stream-origin-index)
                        NOT = so-records (split-origin-index)
                        OR to-trailer (stream-origin-index)
                        NOT = so-trailer (split-origin-index)
                        OR to-trailer-seen (stream-origin-index)
                        NOT = so-trailer-seen (split-origin-index)
                    MOVE 'N' TO origins-match
                    DISPLAY "STREAM " merge-stream ": batch "
                        origin-position " read as "
                        to-origin (stream-origin-index) " "
                        to-physical (stream-origin-index)
                        " record(s), split as "
                        so-origin (split-origin-index) " "
                        so-records (split-origin-index) " record(s)"
                END-IF
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO origin-position-2
    PERFORM VARYING stats-index FROM 1 BY 1
            UNTIL stats-index > stream-origin-count
        IF to-stream (stats-index) = merge-stream
            ADD 1 TO origin-position-2
        END-IF
    END-PERFORM
    IF origin-position-2 NOT = origin-position
            OR origin-position NOT = ss-batches (merge-stream)
        MOVE 'N' TO origins-match
    END-IF
    ADD origin-position-2 TO total-origins.

WRITE-BALANCE-LINE.
    MOVE balance-line-ws TO report-line
    WRITE report-line
    DISPLAY balance-label-ws balance-value-ws.

*> The merged SUMMARY, laid out as the batch lays it out, from the
*> streams' departments added together - the worst score is the worst
*> any stream saw, flagged against the same threshold.
WRITE-MANAGEMENT-SUMMARY.
    MOVE SPACES TO summary-report-line
    STRING 'DEPARTMENT SUMMARY FOR RUN ' business-date
        ' - ' split-streams ' STREAM(S) MERGED'
        DELIMITED BY SIZE INTO summary-report-line
    WRITE summary-report-line
    MOVE SPACES TO summary-report-line
    WRITE summary-report-line
    MOVE summary-header-ws TO summary-report-line
    WRITE summary-report-line
    PERFORM WRITE-SUMMARY-DEPT-LINE
        VARYING stats-index FROM 1 BY 1
        UNTIL stats-index > dept-stats-count
    MOVE SPACES TO summary-line-ws
    MOVE 'ALL' TO summ-dept-ws
    MOVE total-processed TO summ-processed-ws
    MOVE total-reject-len TO summ-rej-len-ws
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
        COMPUTE stats-average ROUNDED =
            run-length-total / total-processed
        MOVE stats-average TO summ-avg-len-ws
    ELSE
        MOVE 0 TO summ-avg-len-ws
    END-IF
    MOVE run-solved TO summ-solved-ws
    IF run-solved > 0
        COMPUTE stats-average ROUNDED =
            run-score-total / run-solved
        MOVE stats-average TO summ-avg-score-ws
        MOVE run-worst-score TO summ-worst-score-ws
        IF run-worst-score > confidence-threshold
            MOVE '*' TO summ-flag-ws
        ELSE
            MOVE SPACE TO summ-flag-ws
        END-IF
    ELSE
        MOVE 0 TO summ-avg-score-ws
        MOVE 0 TO summ-worst-score-ws
        MOVE SPACE TO summ-flag-ws
    END-IF
    MOVE summary-line-ws TO summary-report-line
    WRITE summary-report-line.

WRITE-SUMMARY-DEPT-LINE.
    MOVE SPACES TO summary-line-ws
    MOVE stats-dept (stats-index) TO summ-dept-ws
    MOVE stats-processed (stats-index) TO summ-processed-ws
    MOVE stats-reject-len (stats-index) TO summ-rej-len-ws
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
        COMPUTE stats-average ROUNDED =
            stats-length-total (stats-index)
            / stats-processed (stats-index)
        MOVE stats-average TO summ-avg-len-ws
    ELSE
        MOVE 0 TO summ-avg-len-ws
    END-IF
    MOVE stats-solved (stats-index) TO summ-solved-ws
    IF stats-solved (stats-index) > 0
        COMPUTE stats-average ROUNDED =
            stats-score-total (stats-index)
            / stats-solved (stats-index)
        MOVE stats-average TO summ-avg-score-ws
        MOVE stats-worst-score (stats-index) TO summ-worst-score-ws
        IF stats-worst-score (stats-index) > confidence-threshold
            MOVE '*' TO summ-flag-ws
        ELSE
            MOVE SPACE TO summ-flag-ws
        END-IF
    ELSE
        MOVE 0 TO summ-avg-score-ws
        MOVE 0 TO summ-worst-score-ws
        MOVE SPACE TO summ-flag-ws
    END-IF
    ADD stats-processed (stats-index) TO total-processed
    ADD stats-reject-len (stats-index) TO total-reject-len
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
    ADD stats-solved (stats-index) TO run-solved
    ADD stats-score-total (stats-index) TO run-score-total
    IF stats-worst-score (stats-index) > run-worst-score
        MOVE stats-worst-score (stats-index) TO run-worst-score
    END-IF
    MOVE summary-line-ws TO summary-report-line
    WRITE summary-report-line.

*> RUNSTATS and AUDITLOG, each with the open-or-create handling the
*> batch gives it, are both opened before a line is written to either:
*> a night appended to one and not the other would be appended to the
*> first again by the rerun. If either will not open, neither has been
*> touched and the merge stops with the permanent files as they were.
OPEN-PERMANENT-FILES.
    PERFORM FIND-AUDIT-CHAIN-END
    OPEN EXTEND runstats-file
    IF runstats-status NOT = '00'
        OPEN OUTPUT runstats-file
    END-IF
    IF runstats-status NOT = '00'
        DISPLAY "FATAL: unable to open RUNSTATS, status "
            runstats-status " - AUDITLOG, RUNSTATS and DUPREG left as "
            "they were"
        PERFORM CLOSE-MERGE-FILES
        PERFORM STOP-MERGE
    END-IF
    OPEN EXTEND audit-log
    IF audit-log-status NOT = '00'
        OPEN OUTPUT audit-log
    END-IF
    IF audit-log-status NOT = '00'
        DISPLAY "FATAL: unable to open AUDITLOG, status "
            audit-log-status " - AUDITLOG, RUNSTATS and DUPREG left as "
            "they were"
        CLOSE runstats-file
        PERFORM CLOSE-MERGE-FILES
        PERFORM STOP-MERGE
    END-IF.

*> Tonight's history, one line per department for the night as a
*> whole.
WRITE-RUN-STATISTICS.
    PERFORM WRITE-RUNSTATS-LINE
        VARYING stats-index FROM 1 BY 1
        UNTIL stats-index > dept-stats-count
    CLOSE runstats-file.

WRITE-RUNSTATS-LINE.
    MOVE business-date TO rs-date-ws
    MOVE stats-dept (stats-index) TO rs-dept-ws
    MOVE stats-processed (stats-index) TO rs-processed-ws
    MOVE stats-reject-len (stats-index) TO rs-rej-len-ws
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
    MOVE stats-length-total (stats-index) TO rs-length-total-ws
    MOVE stats-solved (stats-index) TO rs-solved-ws
    MOVE stats-score-total (stats-index) TO rs-score-total-ws
    MOVE stats-worst-score (stats-index) TO rs-worst-ws
    MOVE run-mode TO rs-direction-ws
    MOVE runstats-line-ws TO runstats-line
    WRITE runstats-line.

*> Every stream's audit lines onto the permanent trail, stream by
*> stream, each one renumbered and re-chained on from wherever the
*> trail stands and stamped with this run's time: the streams' lines
*> were proved intact above, and from here on they are links in the
*> one chain auditver walks.
CARRY-AUDIT-TRAIL.
    MOVE 8 TO stream-kind
    PERFORM VARYING merge-stream FROM 1 BY 1
            UNTIL merge-stream > split-streams
        PERFORM OPEN-STREAM-FILE
        IF stream-file-open = 'Y'
            PERFORM CARRY-AUDIT-LINE UNTIL end-of-stream-file = 'Y'
            PERFORM CLOSE-STREAM-FILE
        END-IF
    END-PERFORM
    CLOSE audit-log
    DISPLAY "msgmerge: " audit-lines-carried " audit line(s) carried "
        "onto AUDITLOG".

CARRY-AUDIT-LINE.
    PERFORM READ-STREAM-FILE
    IF end-of-stream-file = 'N'
        MOVE stream-buffer TO audit-line-ws
        MOVE run-time TO audit-time-ws
        PERFORM CHAIN-AUDIT-RECORD
        MOVE audit-line-ws TO audit-line
        WRITE audit-line
        ADD 1 TO audit-lines-carried
    END-IF.

CHAIN-AUDIT-RECORD.
    ADD 1 TO audit-sequence
    MOVE audit-sequence TO audit-sequence-ws
    MOVE audit-line-ws TO chain-line
    MOVE audit-chain-value TO chain-previous
    CALL "audit-chain" USING chain-parameters
    MOVE chain-value TO audit-chain-value
    MOVE audit-chain-value TO audit-chain-ws.

*> Found exactly as the batch finds it: the last chained line on
*> AUDITLOG, failing that the highest closing value auditarch has put
*> on AUDSUMM, failing both zero.
FIND-AUDIT-CHAIN-END.
    OPEN INPUT audit-log
    IF audit-log-status = '00'
        MOVE 'N' TO end-of-audit-scan
        PERFORM SCAN-AUDIT-CHAIN-LINE UNTIL end-of-audit-scan = 'Y'
        CLOSE audit-log
    END-IF
    IF audit-sequence = 0
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

*> Every stream started from the same registry window and added what
*> it accepted; folded back together, each entry once, they are the
*> window the next night checks against.
MERGE-DUP-REGISTRY.
    MOVE 9 TO stream-kind
    PERFORM VARYING merge-stream FROM 1 BY 1
            UNTIL merge-stream > split-streams
        PERFORM OPEN-STREAM-FILE
        IF stream-file-open = 'Y'
            PERFORM MERGE-REGISTRY-LINE UNTIL end-of-stream-file = 'Y'
            PERFORM CLOSE-STREAM-FILE
        END-IF
    END-PERFORM
    OPEN OUTPUT dup-registry-file
    PERFORM VARYING registry-index FROM 1 BY 1
            UNTIL registry-index > registry-count
        MOVE registry-date (registry-index) TO registry-rec-date
        MOVE registry-dept (registry-index) TO registry-rec-dept
        MOVE registry-text (registry-index) TO registry-rec-text
        WRITE dup-registry-record
    END-PERFORM
    CLOSE dup-registry-file
    DISPLAY "msgmerge: " registry-count " registry entr(ies) written "
        "back to DUPREG"
    IF registry-overflow = 'Y'
        DISPLAY "WARNING: duplicate registry full - the oldest "
            "traffic in the window is no longer replay-checked"
    END-IF.

MERGE-REGISTRY-LINE.
    PERFORM READ-STREAM-FILE
    IF end-of-stream-file = 'N'
        MOVE stream-buffer TO registry-line-ws
        MOVE 'N' TO registry-found
        PERFORM VARYING registry-index FROM 1 BY 1
                UNTIL registry-index > registry-count
            IF registry-date (registry-index) = registry-line-date
                    AND registry-dept (registry-index)
                        = registry-line-dept
                    AND registry-text (registry-index)
                        = registry-line-text
                MOVE 'Y' TO registry-found
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF registry-found = 'N'
            IF registry-count < 500
                ADD 1 TO registry-count
                MOVE registry-line-date TO registry-date (registry-count)
                MOVE registry-line-dept TO registry-dept (registry-count)
                MOVE registry-line-text TO registry-text (registry-count)
            ELSE
                MOVE 'Y' TO registry-overflow
            END-IF
        END-IF
    END-IF.

TERMINATE-RUN.
    PERFORM CLOSE-MERGE-FILES
    *> a merge out of balance must not look clean to the scheduler,
    *> and one in balance leaves with the worst any stream left with
    IF merge-balanced = 'N'
        DISPLAY "MERGE OUT OF BALANCE - see the stream merge "
            "balancing summary on REPORT; AUDITLOG, RUNSTATS and "
            "DUPREG left as they were"
        MOVE 16 TO RETURN-CODE
    ELSE
        IF total-verify > 0
            DISPLAY "RUN FAILED VERIFICATION: " total-verify
                " message(s) did not round-trip - see EXCEPTION"
        END-IF
        MOVE worst-stream-rc TO RETURN-CODE
    END-IF
    DISPLAY "msgmerge: " split-streams " stream(s) merged, "
        results-merged " RESULTS, " rejects-merged " REJECTED, "
        exceptions-merged " EXCEPTION record(s)"
    PERFORM RECORD-RUN-END.

CLOSE-MERGE-FILES.
    CLOSE result-file
    CLOSE comparison-report
    CLOSE rejected-file
    CLOSE exception-file
    CLOSE summary-report
    IF run-inbound
        CLOSE ack-file
    END-IF.

*> The fatal stops once the run is booked.
STOP-MERGE.
    MOVE 16 TO RETURN-CODE
    PERFORM RECORD-RUN-END
    STOP RUN.

*> Opens the given kind of file for the given stream. A stream file
*> that is not there is named on the console and booked against the
*> stream, whose balancing then fails.
OPEN-STREAM-FILE.
    MOVE SPACES TO stream-file-name
    STRING kind-name (stream-kind) DELIMITED BY SPACE
        merge-stream DELIMITED BY SIZE
        INTO stream-file-name
    MOVE 'N' TO end-of-stream-file
    MOVE 0 TO stream-lines-read
    MOVE SPACES TO stream-file-status
    EVALUATE stream-kind ALSO merge-stream
        WHEN 1 ALSO 1 OPEN INPUT control-in-1
        WHEN 1 ALSO 2 OPEN INPUT control-in-2
        WHEN 1 ALSO 3 OPEN INPUT control-in-3
        WHEN 1 ALSO 4 OPEN INPUT control-in-4
        WHEN 2 ALSO 1 OPEN INPUT results-in-1
        WHEN 2 ALSO 2 OPEN INPUT results-in-2
        WHEN 2 ALSO 3 OPEN INPUT results-in-3
        WHEN 2 ALSO 4 OPEN INPUT results-in-4
        WHEN 3 ALSO 1 OPEN INPUT report-in-1
        WHEN 3 ALSO 2 OPEN INPUT report-in-2
        WHEN 3 ALSO 3 OPEN INPUT report-in-3
        WHEN 3 ALSO 4 OPEN INPUT report-in-4
        WHEN 4 ALSO 1 OPEN INPUT rejects-in-1
        WHEN 4 ALSO 2 OPEN INPUT rejects-in-2
        WHEN 4 ALSO 3 OPEN INPUT rejects-in-3
        WHEN 4 ALSO 4 OPEN INPUT rejects-in-4
        WHEN 5 ALSO 1 OPEN INPUT exceptions-in-1
        WHEN 5 ALSO 2 OPEN INPUT exceptions-in-2
        WHEN 5 ALSO 3 OPEN INPUT exceptions-in-3
        WHEN 5 ALSO 4 OPEN INPUT exceptions-in-4
        WHEN 6 ALSO 1 OPEN INPUT runstats-in-1
        WHEN 6 ALSO 2 OPEN INPUT runstats-in-2
        WHEN 6 ALSO 3 OPEN INPUT runstats-in-3
        WHEN 6 ALSO 4 OPEN INPUT runstats-in-4
        WHEN 7 ALSO 1 OPEN INPUT ack-in-1
        WHEN 7 ALSO 2 OPEN INPUT ack-in-2
        WHEN 7 ALSO 3 OPEN INPUT ack-in-3
        WHEN 7 ALSO 4 OPEN INPUT ack-in-4
        WHEN 8 ALSO 1 OPEN INPUT audit-in-1
        WHEN 8 ALSO 2 OPEN INPUT audit-in-2
        WHEN 8 ALSO 3 OPEN INPUT audit-in-3
        WHEN 8 ALSO 4 OPEN INPUT audit-in-4
        WHEN 9 ALSO 1 OPEN INPUT registry-in-1
        WHEN 9 ALSO 2 OPEN INPUT registry-in-2
        WHEN 9 ALSO 3 OPEN INPUT registry-in-3
        WHEN 9 ALSO 4 OPEN INPUT registry-in-4
    END-EVALUATE
    IF stream-file-status = '00'
        MOVE 'Y' TO stream-file-open
    ELSE
        MOVE 'N' TO stream-file-open
        MOVE 'Y' TO end-of-stream-file
        ADD 1 TO sr-missing-files (merge-stream)
        DISPLAY "msgmerge: unable to open " stream-file-name
            ", status " stream-file-status
    END-IF.

READ-STREAM-FILE.
    MOVE SPACES TO stream-buffer
    EVALUATE stream-kind ALSO merge-stream
        WHEN 1 ALSO 1
            READ control-in-1 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 1 ALSO 2
            READ control-in-2 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 1 ALSO 3
            READ control-in-3 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 1 ALSO 4
            READ control-in-4 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 2 ALSO 1
            READ results-in-1 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 2 ALSO 2
            READ results-in-2 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 2 ALSO 3
            READ results-in-3 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 2 ALSO 4
            READ results-in-4 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 3 ALSO 1
            READ report-in-1 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 3 ALSO 2
            READ report-in-2 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 3 ALSO 3
            READ report-in-3 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 3 ALSO 4
            READ report-in-4 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 4 ALSO 1
            READ rejects-in-1 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 4 ALSO 2
            READ rejects-in-2 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 4 ALSO 3
            READ rejects-in-3 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 4 ALSO 4
            READ rejects-in-4 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 5 ALSO 1
            READ exceptions-in-1 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 5 ALSO 2
            READ exceptions-in-2 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 5 ALSO 3
            READ exceptions-in-3 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 5 ALSO 4
            READ exceptions-in-4 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 6 ALSO 1
            READ runstats-in-1 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 6 ALSO 2
            READ runstats-in-2 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 6 ALSO 3
            READ runstats-in-3 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 6 ALSO 4
            READ runstats-in-4 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 7 ALSO 1
            READ ack-in-1 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 7 ALSO 2
            READ ack-in-2 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 7 ALSO 3
            READ ack-in-3 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 7 ALSO 4
            READ ack-in-4 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 8 ALSO 1
            READ audit-in-1 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 8 ALSO 2
            READ audit-in-2 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 8 ALSO 3
            READ audit-in-3 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 8 ALSO 4
            READ audit-in-4 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 9 ALSO 1
            READ registry-in-1 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 9 ALSO 2
            READ registry-in-2 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 9 ALSO 3
            READ registry-in-3 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
        WHEN 9 ALSO 4
            READ registry-in-4 INTO stream-buffer
                AT END MOVE 'Y' TO end-of-stream-file
            END-READ
    END-EVALUATE
    IF end-of-stream-file = 'N'
        ADD 1 TO stream-lines-read
    END-IF.

CLOSE-STREAM-FILE.
    EVALUATE stream-kind ALSO merge-stream
        WHEN 1 ALSO 1 CLOSE control-in-1
        WHEN 1 ALSO 2 CLOSE control-in-2
        WHEN 1 ALSO 3 CLOSE control-in-3
        WHEN 1 ALSO 4 CLOSE control-in-4
        WHEN 2 ALSO 1 CLOSE results-in-1
        WHEN 2 ALSO 2 CLOSE results-in-2
        WHEN 2 ALSO 3 CLOSE results-in-3
        WHEN 2 ALSO 4 CLOSE results-in-4
        WHEN 3 ALSO 1 CLOSE report-in-1
        WHEN 3 ALSO 2 CLOSE report-in-2
        WHEN 3 ALSO 3 CLOSE report-in-3
        WHEN 3 ALSO 4 CLOSE report-in-4
        WHEN 4 ALSO 1 CLOSE rejects-in-1
        WHEN 4 ALSO 2 CLOSE rejects-in-2
        WHEN 4 ALSO 3 CLOSE rejects-in-3
        WHEN 4 ALSO 4 CLOSE rejects-in-4
        WHEN 5 ALSO 1 CLOSE exceptions-in-1
        WHEN 5 ALSO 2 CLOSE exceptions-in-2
        WHEN 5 ALSO 3 CLOSE exceptions-in-3
        WHEN 5 ALSO 4 CLOSE exceptions-in-4
        WHEN 6 ALSO 1 CLOSE runstats-in-1
        WHEN 6 ALSO 2 CLOSE runstats-in-2
        WHEN 6 ALSO 3 CLOSE runstats-in-3
        WHEN 6 ALSO 4 CLOSE runstats-in-4
        WHEN 7 ALSO 1 CLOSE ack-in-1
        WHEN 7 ALSO 2 CLOSE ack-in-2
        WHEN 7 ALSO 3 CLOSE ack-in-3
        WHEN 7 ALSO 4 CLOSE ack-in-4
        WHEN 8 ALSO 1 CLOSE audit-in-1
        WHEN 8 ALSO 2 CLOSE audit-in-2
        WHEN 8 ALSO 3 CLOSE audit-in-3
        WHEN 8 ALSO 4 CLOSE audit-in-4
        WHEN 9 ALSO 1 CLOSE registry-in-1
        WHEN 9 ALSO 2 CLOSE registry-in-2
        WHEN 9 ALSO 3 CLOSE registry-in-3
        WHEN 9 ALSO 4 CLOSE registry-in-4
    END-EVALUATE
    MOVE 'N' TO stream-file-open.

*> Books the merge onto the shared run ledger as the batch's run of
*> record for the night - programming-past OUT or IN, the run every
*> downstream job waits on - behind msgsplit, under the business date
*> CHECK-NIGHT-MERGED had settled from CALENDAR the way the batch
*> settles it.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'programming-past' TO ledger-job
    IF run-inbound
        MOVE 'IN' TO ledger-qualifier
    ELSE
        MOVE 'OUT' TO ledger-qualifier
    END-IF
    MOVE 'msgsplit' TO ledger-predecessor
    MOVE SPACES TO ledger-pred-qualifier
    MOVE business-date TO ledger-business-date
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
