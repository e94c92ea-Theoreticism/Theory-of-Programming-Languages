       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. msgsplit.
AUTHOR. Christopher Lee

*> Cuts the night's MESSAGES into stream files so several runs of
*> programming-past can work through a heavy night side by side, each
*> on its own stream, with msgmerge putting their output back
*> together afterwards.
*>
*> The cut is by origin: every partner's HDR/detail/TRL batch is
*> self-contained, so a batch goes whole - header, details,
*> continuations and trailer, exactly as it arrived - to one stream,
*> and each stream file is itself a MESSAGES file the batch balances
*> the way it always has. Two batches from the same origin-system go
*> to the same stream. So do two batches that both carry traffic for
*> a department with a daily ceiling on DEPTFILE, because a stream run
*> can only hold a department to its ceiling if it sees all of the
*> department's traffic. The groups that leaves are dealt out largest
*> first, each to the stream with the fewest records so far, so the
*> streams finish at much the same time.
*>
*> The optional SPLITPARM card asks for a number of streams in column
*> 1 (1-4, default 4); a night with fewer groups than that is cut into
*> fewer streams, and the console and SPLITCTL say how many to run.
*> MSGSTR1 through MSGSTR4 are the stream files. DUPREG is copied to
*> DUPREG1 through DUPREG4 so each stream checks replays against the
*> whole registry window; msgmerge folds the streams' registries back
*> into one. SPLITCTL (layout in split-control.cpy) records what was
*> cut - every batch, the stream it went to, its record count and the
*> count its own trailer carried - which is what msgmerge proves the
*> merged streams against.
*>
*> Only what stops a file being cut cleanly stops the split: a detail
*> record ahead of any header, a header arriving before the previous
*> batch's trailer, or more batches than the batch can take in one
*> night. A batch whose trailer disagrees with its records, or that has
*> no trailer, is cut as it stands - its stream run will report it out
*> of balance, exactly as a single run would have.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT message-file ASSIGN TO "MESSAGES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS message-status.
    SELECT split-parm-file ASSIGN TO "SPLITPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS split-parm-status.
    SELECT dept-file ASSIGN TO "DEPTFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS dept-file-status.
    SELECT stream-file-1 ASSIGN TO "MSGSTR1"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT stream-file-2 ASSIGN TO "MSGSTR2"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT stream-file-3 ASSIGN TO "MSGSTR3"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT stream-file-4 ASSIGN TO "MSGSTR4"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT dup-registry-file ASSIGN TO "DUPREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS dup-registry-status.
    SELECT registry-copy-1 ASSIGN TO "DUPREG1"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT registry-copy-2 ASSIGN TO "DUPREG2"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT registry-copy-3 ASSIGN TO "DUPREG3"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT registry-copy-4 ASSIGN TO "DUPREG4"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT split-control-file ASSIGN TO "SPLITCTL"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> The MESSAGES record exactly as the batch reads it - only the
*> department positions and the header and trailer fields matter
*> here; everything is copied through untouched.
FD  message-file.
01  message-record.
    05  message-dept            PIC X(3).
    05  FILLER                  PIC X(121).
01  message-header-record.
    05  header-tag              PIC X(3).
    05  header-batch-date       PIC 9(8).
    05  header-origin-system    PIC X(8).
    05  FILLER                  PIC X(105).
01  message-trailer-record.
    05  trailer-tag             PIC X(3).
    05  trailer-record-count    PIC 9(7).
    05  FILLER                  PIC X(114).

*> One card: stream count in column 1 (1-4), blank for the default.
FD  split-parm-file.
01  split-parm-card.
    05  parm-streams-x          PIC X(1).
    05  parm-streams            REDEFINES parm-streams-x PIC 9.

FD  dept-file.
COPY "dept-record.cpy".

FD  stream-file-1.
01  stream-line-1               PIC X(124).
FD  stream-file-2.
01  stream-line-2               PIC X(124).
FD  stream-file-3.
01  stream-line-3               PIC X(124).
FD  stream-file-4.
01  stream-line-4               PIC X(124).

FD  dup-registry-file.
01  dup-registry-record         PIC X(511).
FD  registry-copy-1.
01  registry-copy-line-1        PIC X(511).
FD  registry-copy-2.
01  registry-copy-line-2        PIC X(511).
FD  registry-copy-3.
01  registry-copy-line-3        PIC X(511).
FD  registry-copy-4.
01  registry-copy-line-4        PIC X(511).

FD  split-control-file.
01  split-control-line          PIC X(44).

WORKING-STORAGE SECTION.
01  message-status          PIC X(2).
01  split-parm-status       PIC X(2).
01  dept-file-status        PIC X(2).
01  dup-registry-status     PIC X(2).

01  end-of-messages         PIC X(1) VALUE 'N'.
01  end-of-dept-file        PIC X(1) VALUE 'N'.
01  end-of-registry         PIC X(1) VALUE 'N'.
01  parm-valid              PIC X(1) VALUE 'Y'.

01  run-date                PIC 9(8).
01  run-time                PIC 9(8).

01  streams-wanted          PIC 9 VALUE 4.              *> default; SPLITPARM column 1 overrides
01  streams-cut             PIC 9 VALUE 0.

*> Departments with a daily ceiling, from DEPTFILE - the ones whose
*> traffic has to stay together in one stream.
01  ceiling-table.
    05  ceiling-dept OCCURS 100 TIMES PIC X(3).
01  ceiling-count           PIC 9(3) VALUE 0.
01  ceiling-index           PIC 9(3) VALUE 0.
01  ceiling-found           PIC 9(3) VALUE 0.

*> One entry per HDR/TRL batch in the order MESSAGES carries them. The
*> group is the lowest-numbered batch it has to travel with; a stream
*> is dealt to each group, and every batch in the group goes with it.
01  batch-table.
    05  batch-entry OCCURS 10 TIMES.
        10  batch-origin        PIC X(8).
        10  batch-date          PIC 9(8).
        10  batch-records       PIC 9(7).               *> detail and CON records
        10  batch-trailer       PIC 9(7).
        10  batch-trailer-seen  PIC X(1).
        10  batch-group         PIC 99.
        10  batch-stream        PIC 9.
01  batch-count             PIC 99 VALUE 0.
01  batch-index             PIC 99 VALUE 0.
01  batch-index-2           PIC 99 VALUE 0.
01  batch-slot              PIC 99 VALUE 0.             *> the batch the record in hand belongs to
01  batch-open              PIC X(1) VALUE 'N'.         *> a header has been read and its trailer has not

*> Each ceilinged department seen, once per batch it appears in.
01  seen-table.
    05  seen-entry OCCURS 1000 TIMES.
        10  seen-batch          PIC 99.
        10  seen-dept           PIC X(3).
01  seen-count              PIC 9(4) VALUE 0.
01  seen-index              PIC 9(4) VALUE 0.
01  seen-index-2            PIC 9(4) VALUE 0.
01  seen-found              PIC X(1) VALUE 'N'.

01  unite-from              PIC 99 VALUE 0.
01  unite-into              PIC 99 VALUE 0.

*> Dealing the groups out: each group's record total, and each
*> stream's load so far.
01  group-table.
    05  group-entry OCCURS 10 TIMES.
        10  group-records       PIC 9(7).
        10  group-dealt         PIC X(1).
01  group-count             PIC 99 VALUE 0.
01  group-index             PIC 99 VALUE 0.
01  group-pick              PIC 99 VALUE 0.
01  stream-table.
    05  stream-entry OCCURS 4 TIMES.
        10  stream-records      PIC 9(7).               *> planned from the survey
        10  stream-written      PIC 9(7).               *> copied on the cut
        10  stream-batches      PIC 99.
        10  stream-trailers     PIC 9(7).
01  stream-index            PIC 9 VALUE 0.
01  stream-pick             PIC 9 VALUE 0.
01  out-slot                PIC 9 VALUE 0.

01  records-read            PIC 9(7) VALUE 0.           *> detail and CON records in MESSAGES
01  trailer-total           PIC 9(7) VALUE 0.
01  registry-copied         PIC 9(5) VALUE 0.
01  cut-balanced            PIC X(1) VALUE 'Y'.

01  record-ws               PIC X(124).
01  registry-line-ws        PIC X(511).

COPY "split-control.cpy".

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM SURVEY-MESSAGES
    PERFORM GROUP-BATCHES
    PERFORM DEAL-STREAMS
    PERFORM CUT-STREAMS
    PERFORM COPY-DUP-REGISTRY
    PERFORM WRITE-SPLIT-CONTROL
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    *> read before anything is booked or opened, so a bad card stops
    *> the split without leaving half-cut stream files behind
    PERFORM READ-SPLIT-PARM
    PERFORM RECORD-RUN-START
    PERFORM LOAD-CEILING-DEPARTMENTS.

*> SPLITPARM is optional; a card that is there but wrong stops the
*> split rather than cutting a number of streams nobody asked for.
READ-SPLIT-PARM.
    OPEN INPUT split-parm-file
    IF split-parm-status = '00'
        READ split-parm-file
            AT END CONTINUE
            NOT AT END
                IF parm-streams-x NOT = SPACE
                    IF parm-streams-x IS NUMERIC
                            AND parm-streams > 0 AND parm-streams < 5
                        MOVE parm-streams TO streams-wanted
                    ELSE
                        DISPLAY "SPLITPARM: stream count '"
                            parm-streams-x "' is not 1 through 4"
                        MOVE 'N' TO parm-valid
                    END-IF
                END-IF
        END-READ
        CLOSE split-parm-file
    END-IF
    IF parm-valid = 'N'
        DISPLAY "FATAL: SPLITPARM card rejected - correct it and "
            "resubmit the split"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> DEPTFILE is required here for the same reason it is required by
*> the batch: without it nobody can say which departments are held to
*> a ceiling, and a stream run would stop on its absence anyway.
LOAD-CEILING-DEPARTMENTS.
    OPEN INPUT dept-file
    IF dept-file-status NOT = '00'
        DISPLAY "FATAL: unable to open DEPTFILE, status "
            dept-file-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-DEPT-RECORD UNTIL end-of-dept-file = 'Y'
    CLOSE dept-file
    DISPLAY "msgsplit: " ceiling-count " department(s) with a daily "
        "ceiling kept to one stream".

LOAD-DEPT-RECORD.
    READ dept-file
        AT END MOVE 'Y' TO end-of-dept-file
        NOT AT END
            IF dept-ceiling IS NUMERIC AND dept-ceiling > 0
                IF ceiling-count < 100
                    ADD 1 TO ceiling-count
                    MOVE dept-code TO ceiling-dept (ceiling-count)
                ELSE
                    DISPLAY "WARNING: ceiling table full - "
                        dept-code " may be split across streams"
                END-IF
            END-IF
    END-READ.

*> First pass: every batch, its records and its trailer, and which
*> ceilinged departments it carries. Nothing is written yet.
SURVEY-MESSAGES.
    OPEN INPUT message-file
    IF message-status NOT = '00'
        DISPLAY "FATAL: unable to open MESSAGES, status "
            message-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM SURVEY-MESSAGE-RECORD UNTIL end-of-messages = 'Y'
    CLOSE message-file
    IF batch-count = 0
        DISPLAY "FATAL: MESSAGES carries no batch header - nothing "
            "to split"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF.

SURVEY-MESSAGE-RECORD.
    READ message-file
        AT END MOVE 'Y' TO end-of-messages
        NOT AT END
            EVALUATE message-dept
                WHEN 'HDR'
                    PERFORM OPEN-SURVEY-BATCH
                WHEN 'TRL'
                    IF batch-slot = 0
                        DISPLAY "FATAL: MESSAGES trailer with no "
                            "batch header ahead of it"
                        PERFORM ABEND-RUN
                    END-IF
                    MOVE trailer-record-count
                        TO batch-trailer (batch-slot)
                    MOVE 'Y' TO batch-trailer-seen (batch-slot)
                    MOVE 'N' TO batch-open
                WHEN OTHER
                    IF batch-slot = 0
                        DISPLAY "FATAL: MESSAGES has no batch header "
                            "ahead of its first detail record"
                        PERFORM ABEND-RUN
                    END-IF
                    ADD 1 TO records-read
                    ADD 1 TO batch-records (batch-slot)
                    IF message-dept NOT = 'CON'
                        PERFORM NOTE-CEILING-DEPARTMENT
                    END-IF
            END-EVALUATE
    END-READ.

*> The same rules the batch's own header check applies to a header
*> arriving mid-batch and to the number of batches in one file.
OPEN-SURVEY-BATCH.
    IF batch-open = 'Y'
        DISPLAY "FATAL: MESSAGES carries a batch header ahead of the "
            "previous batch's trailer - two transmissions appear to "
            "be joined mid-batch"
        PERFORM ABEND-RUN
    END-IF
    IF batch-count = 10
        DISPLAY "FATAL: MESSAGES carries more than 10 batches in "
            "one file"
        PERFORM ABEND-RUN
    END-IF
    ADD 1 TO batch-count
    MOVE batch-count TO batch-slot
    MOVE header-origin-system TO batch-origin (batch-slot)
    MOVE header-batch-date TO batch-date (batch-slot)
    MOVE 0 TO batch-records (batch-slot)
    MOVE 0 TO batch-trailer (batch-slot)
    MOVE 'N' TO batch-trailer-seen (batch-slot)
    MOVE batch-slot TO batch-group (batch-slot)
    MOVE 0 TO batch-stream (batch-slot)
    MOVE 'Y' TO batch-open.

NOTE-CEILING-DEPARTMENT.
    MOVE 0 TO ceiling-found
    PERFORM VARYING ceiling-index FROM 1 BY 1
            UNTIL ceiling-index > ceiling-count
        IF ceiling-dept (ceiling-index) = message-dept
            MOVE ceiling-index TO ceiling-found
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ceiling-found > 0
        MOVE 'N' TO seen-found
        PERFORM VARYING seen-index FROM 1 BY 1
                UNTIL seen-index > seen-count
            IF seen-batch (seen-index) = batch-slot
                    AND seen-dept (seen-index) = message-dept
                MOVE 'Y' TO seen-found
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF seen-found = 'N'
            ADD 1 TO seen-count
            MOVE batch-slot TO seen-batch (seen-count)
            MOVE message-dept TO seen-dept (seen-count)
        END-IF
    END-IF.

*> Batches that must travel together end up with the same group: the
*> same origin-system, or a ceilinged department in common.
GROUP-BATCHES.
    PERFORM VARYING batch-index FROM 1 BY 1
            UNTIL batch-index > batch-count
        PERFORM VARYING batch-index-2 FROM 1 BY 1
                UNTIL batch-index-2 >= batch-index
            IF batch-origin (batch-index-2) = batch-origin (batch-index)
                MOVE batch-group (batch-index) TO unite-from
                MOVE batch-group (batch-index-2) TO unite-into
                PERFORM UNITE-GROUPS
            END-IF
        END-PERFORM
    END-PERFORM
    PERFORM VARYING seen-index FROM 1 BY 1
            UNTIL seen-index > seen-count
        PERFORM VARYING seen-index-2 FROM 1 BY 1
                UNTIL seen-index-2 >= seen-index
            IF seen-dept (seen-index-2) = seen-dept (seen-index)
                MOVE batch-group (seen-batch (seen-index)) TO unite-from
                MOVE batch-group (seen-batch (seen-index-2))
                    TO unite-into
                PERFORM UNITE-GROUPS
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE 0 TO group-count
    PERFORM VARYING group-index FROM 1 BY 1 UNTIL group-index > 10
        MOVE 0 TO group-records (group-index)
        MOVE 'Y' TO group-dealt (group-index)
    END-PERFORM
    PERFORM VARYING batch-index FROM 1 BY 1
            UNTIL batch-index > batch-count
        MOVE batch-group (batch-index) TO group-index
        IF group-dealt (group-index) = 'Y'
            MOVE 'N' TO group-dealt (group-index)
            ADD 1 TO group-count
        END-IF
        ADD batch-records (batch-index) TO group-records (group-index)
    END-PERFORM.

*> The lower group number survives, so a group is always numbered by
*> the first batch in it.
UNITE-GROUPS.
    IF unite-from NOT = unite-into
        IF unite-from < unite-into
            MOVE unite-into TO group-pick
            MOVE unite-from TO unite-into
            MOVE group-pick TO unite-from
        END-IF
        PERFORM VARYING batch-index-2 FROM 1 BY 1
                UNTIL batch-index-2 > batch-count
            IF batch-group (batch-index-2) = unite-from
                MOVE unite-into TO batch-group (batch-index-2)
            END-IF
        END-PERFORM
    END-IF.

*> Largest group first, each to the stream carrying the fewest records
*> so far (the lowest-numbered on a tie). A night with fewer groups
*> than streams asked for is cut into one stream per group.
DEAL-STREAMS.
    IF group-count < streams-wanted
        MOVE group-count TO streams-cut
    ELSE
        MOVE streams-wanted TO streams-cut
    END-IF
    PERFORM VARYING stream-index FROM 1 BY 1 UNTIL stream-index > 4
        MOVE 0 TO stream-records (stream-index)
        MOVE 0 TO stream-written (stream-index)
        MOVE 0 TO stream-batches (stream-index)
        MOVE 0 TO stream-trailers (stream-index)
    END-PERFORM
    PERFORM DEAL-ONE-GROUP group-count TIMES
    PERFORM VARYING batch-index FROM 1 BY 1
            UNTIL batch-index > batch-count
        MOVE batch-stream (batch-group (batch-index))
            TO batch-stream (batch-index)
        MOVE batch-stream (batch-index) TO stream-index
        ADD 1 TO stream-batches (stream-index)
        ADD batch-trailer (batch-index) TO stream-trailers (stream-index)
        ADD batch-trailer (batch-index) TO trailer-total
    END-PERFORM.

*> The group's stream is parked on the batch that numbers the group
*> until every batch in it is given the same one.
DEAL-ONE-GROUP.
    MOVE 0 TO group-pick
    PERFORM VARYING group-index FROM 1 BY 1 UNTIL group-index > 10
        IF group-dealt (group-index) = 'N'
            IF group-pick = 0
                MOVE group-index TO group-pick
            ELSE
                IF group-records (group-index)
                        > group-records (group-pick)
                    MOVE group-index TO group-pick
                END-IF
            END-IF
        END-IF
    END-PERFORM
    MOVE 1 TO stream-pick
    PERFORM VARYING stream-index FROM 2 BY 1
            UNTIL stream-index > streams-cut
        IF stream-records (stream-index) < stream-records (stream-pick)
            MOVE stream-index TO stream-pick
        END-IF
    END-PERFORM
    MOVE 'Y' TO group-dealt (group-pick)
    MOVE stream-pick TO batch-stream (group-pick)
    ADD group-records (group-pick) TO stream-records (stream-pick).

*> Second pass: every record goes, untouched, to the stream its batch
*> was dealt to - header and trailer included, so each stream file is
*> a complete MESSAGES file in its own right.
CUT-STREAMS.
    OPEN INPUT message-file
    IF message-status NOT = '00'
        DISPLAY "FATAL: unable to reopen MESSAGES, status "
            message-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN OUTPUT stream-file-1
    OPEN OUTPUT stream-file-2
    OPEN OUTPUT stream-file-3
    OPEN OUTPUT stream-file-4
    MOVE 'N' TO end-of-messages
    MOVE 0 TO batch-slot
    PERFORM CUT-MESSAGE-RECORD UNTIL end-of-messages = 'Y'
    CLOSE message-file
    CLOSE stream-file-1
    CLOSE stream-file-2
    CLOSE stream-file-3
    CLOSE stream-file-4
    *> the second pass has to see exactly what the first one planned;
    *> a MESSAGES file that changed in between is not one to hand on
    PERFORM VARYING stream-index FROM 1 BY 1
            UNTIL stream-index > streams-cut
        IF stream-written (stream-index)
                NOT = stream-records (stream-index)
            MOVE 'N' TO cut-balanced
            DISPLAY "msgsplit: stream " stream-index " was planned "
                stream-records (stream-index) " record(s) but "
                stream-written (stream-index) " were cut"
        END-IF
    END-PERFORM
    IF cut-balanced = 'N'
        DISPLAY "FATAL: MESSAGES changed while it was being split - "
            "rerun the split"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF.

CUT-MESSAGE-RECORD.
    READ message-file
        AT END MOVE 'Y' TO end-of-messages
        NOT AT END
            IF message-dept = 'HDR'
                ADD 1 TO batch-slot
            END-IF
            IF batch-slot > 0 AND batch-slot NOT > batch-count
                MOVE batch-stream (batch-slot) TO out-slot
                MOVE message-record TO record-ws
                PERFORM WRITE-STREAM-LINE
                IF message-dept NOT = 'HDR' AND message-dept NOT = 'TRL'
                    ADD 1 TO stream-written (out-slot)
                END-IF
            END-IF
    END-READ.

*> The four stream files share one record layout; the slot picks
*> which of them this record lands on.
WRITE-STREAM-LINE.
    EVALUATE out-slot
        WHEN 1
            MOVE record-ws TO stream-line-1
            WRITE stream-line-1
        WHEN 2
            MOVE record-ws TO stream-line-2
            WRITE stream-line-2
        WHEN 3
            MOVE record-ws TO stream-line-3
            WRITE stream-line-3
        WHEN 4
            MOVE record-ws TO stream-line-4
            WRITE stream-line-4
    END-EVALUATE.

*> Every stream checks replays against the whole registry window, so
*> each gets its own copy of DUPREG to load and write back. No DUPREG
*> still leaves every copy empty rather than last night's.
COPY-DUP-REGISTRY.
    OPEN OUTPUT registry-copy-1
    OPEN OUTPUT registry-copy-2
    OPEN OUTPUT registry-copy-3
    OPEN OUTPUT registry-copy-4
    OPEN INPUT dup-registry-file
    IF dup-registry-status = '00'
        PERFORM COPY-REGISTRY-RECORD UNTIL end-of-registry = 'Y'
        CLOSE dup-registry-file
    END-IF
    CLOSE registry-copy-1
    CLOSE registry-copy-2
    CLOSE registry-copy-3
    CLOSE registry-copy-4
    DISPLAY "msgsplit: " registry-copied " registry entr(ies) "
        "copied to each stream".

COPY-REGISTRY-RECORD.
    READ dup-registry-file
        AT END MOVE 'Y' TO end-of-registry
        NOT AT END
            ADD 1 TO registry-copied
            MOVE dup-registry-record TO registry-line-ws
            PERFORM VARYING out-slot FROM 1 BY 1
                    UNTIL out-slot > streams-cut
                EVALUATE out-slot
                    WHEN 1
                        MOVE registry-line-ws TO registry-copy-line-1
                        WRITE registry-copy-line-1
                    WHEN 2
                        MOVE registry-line-ws TO registry-copy-line-2
                        WRITE registry-copy-line-2
                    WHEN 3
                        MOVE registry-line-ws TO registry-copy-line-3
                        WRITE registry-copy-line-3
                    WHEN 4
                        MOVE registry-line-ws TO registry-copy-line-4
                        WRITE registry-copy-line-4
                END-EVALUATE
            END-PERFORM
    END-READ.

*> What was cut, for msgmerge to prove the streams against: the split
*> as a whole, each stream, then each batch in arrival order.
WRITE-SPLIT-CONTROL.
    OPEN OUTPUT split-control-file
    MOVE SPACES TO split-control-ws
    MOVE 'SPL' TO split-type-ws
    MOVE streams-cut TO split-stream-ws
    MOVE run-date TO split-date-ws
    MOVE batch-count TO split-batches-ws
    MOVE records-read TO split-records-ws
    MOVE trailer-total TO split-trailer-ws
    MOVE split-control-ws TO split-control-line
    WRITE split-control-line
    PERFORM VARYING stream-index FROM 1 BY 1
            UNTIL stream-index > streams-cut
        MOVE SPACES TO split-control-ws
        MOVE 'STR' TO split-type-ws
        MOVE stream-index TO split-stream-ws
        MOVE 0 TO split-date-ws
        MOVE stream-batches (stream-index) TO split-batches-ws
        MOVE stream-written (stream-index) TO split-records-ws
        MOVE stream-trailers (stream-index) TO split-trailer-ws
        MOVE split-control-ws TO split-control-line
        WRITE split-control-line
    END-PERFORM
    PERFORM VARYING batch-index FROM 1 BY 1
            UNTIL batch-index > batch-count
        MOVE SPACES TO split-control-ws
        MOVE 'ORG' TO split-type-ws
        MOVE batch-stream (batch-index) TO split-stream-ws
        MOVE batch-date (batch-index) TO split-date-ws
        MOVE batch-origin (batch-index) TO split-origin-ws
        MOVE 1 TO split-batches-ws
        MOVE batch-records (batch-index) TO split-records-ws
        MOVE batch-trailer (batch-index) TO split-trailer-ws
        MOVE batch-trailer-seen (batch-index) TO split-trailer-seen-ws
        MOVE split-control-ws TO split-control-line
        WRITE split-control-line
    END-PERFORM
    CLOSE split-control-file.

*> The console tells operations how many stream runs to start and
*> what each one carries.
TERMINATE-RUN.
    PERFORM VARYING batch-index FROM 1 BY 1
            UNTIL batch-index > batch-count
        DISPLAY "Origin " batch-origin (batch-index) " batch dated "
            batch-date (batch-index) ": " batch-records (batch-index)
            " record(s) to MSGSTR" batch-stream (batch-index)
    END-PERFORM
    PERFORM VARYING stream-index FROM 1 BY 1
            UNTIL stream-index > streams-cut
        DISPLAY "Stream " stream-index ": "
            stream-batches (stream-index) " batch(es), "
            stream-written (stream-index) " record(s)"
    END-PERFORM
    DISPLAY "msgsplit: " records-read " record(s) in " batch-count
        " batch(es) cut into " streams-cut " stream(s) - run "
        streams-cut " stream run(s) of programming-past"
    PERFORM RECORD-RUN-END.

*> A file that cannot be cut cleanly is not cut at all: nothing has
*> been written yet when the survey finds it, and the stream runs
*> will not start behind a split that did not end clean.
ABEND-RUN.
    CLOSE message-file
    MOVE 16 TO RETURN-CODE
    PERFORM RECORD-RUN-END
    STOP RUN.

*> Books the split onto the shared run ledger. It waits on nothing;
*> every stream run waits on it.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'msgsplit' TO ledger-job
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
