       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. evidret.
AUTHOR. Christopher Lee

*> Evidence retrieval. When audit or legal asks what a department
*> actually sent on a given business date, this job recovers it from
*> the retained RESULTS vintage for that night rather than anyone
*> decrypting by hand off a KEYFILE printout. Operations allocates the
*> retained vintage as RESULTS; the request comes in on one EVIDREQ
*> card, fixed columns:
*>   1-8   business date the message was processed (YYYYMMDD)
*>   10-12 department code
*>   14-20 line number of the message in that night's RESULTS -
*>         the number transbld and XMITREG quote; blank retrieves
*>         every message of the department in the vintage
*>   22-29 requester id (required - a retrieval nobody asked for is
*>         not run)
*>   31-50 case or authority reference
*>   52-95 name of the retained vintage allocated, for the record
*>
*> The key is the generation in force for the department on that
*> date, resolved the way LOOKUP-DEPARTMENT-SHIFT resolves it: the
*> department's own generation (of overlapping ones the latest
*> effective-from), failing that GEN, failing that the shift-3
*> default. Each message is decrypted through cipher-service the way
*> the batch decrypts, 50 characters at a time with a Vigenere
*> keyword restarting at each segment. A keyword a message carried
*> on its own detail record is not kept anywhere after the run, so a
*> Vigenere message sent under its own keyword will not come back
*> readable - the report says which keyword was applied.
*>
*> The matching AUDITLOG entry is found from the archives (AUDARCH,
*> optional, concatenated in date order) and the live log: the batch
*> writes one RESULTS line for every message that was not rejected,
*> so the department's Nth RESULTS line is its Nth non-FAIL AUDITLOG
*> line of that run. Of the runs logged for the date, the latest one
*> whose entry agrees on length and shift is taken. An entry showing
*> an inbound run means RESULTS already holds the recovered plaintext,
*> and it is reported as it stands.
*>
*> EVIDRPT is the formal evidence report. Every retrieval, refused
*> and failed ones included, appends one line to the access log
*> EVIDLOG with the requester, because pulling plaintext back out is
*> itself an auditable event. A retrieval that found nothing, or found
*> a message without an agreeing AUDITLOG entry or with a RESULTS
*> shift that disagrees with KEYFILE, ends condition 8; a refused or
*> failed retrieval ends condition 16.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT request-file ASSIGN TO "EVIDREQ"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS request-status.
    SELECT result-file ASSIGN TO "RESULTS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS result-status.
    SELECT key-file ASSIGN TO "KEYFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS key-file-status.
    *> the month archives, read before the live log
    SELECT archive-file ASSIGN TO "AUDARCH"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS archive-status.
    SELECT audit-log ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS audit-log-status.
    SELECT evidence-report ASSIGN TO "EVIDRPT"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT access-log ASSIGN TO "EVIDLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS access-log-status.

DATA DIVISION.
FILE SECTION.
FD  request-file.
01  request-card.
    05  req-date-x          PIC X(8).
    05  req-date            REDEFINES req-date-x PIC 9(8).
    05  FILLER              PIC X(1).
    05  req-dept            PIC X(3).
    05  FILLER              PIC X(1).
    05  req-position-x      PIC X(7).
    05  FILLER              PIC X(1).
    05  req-requester       PIC X(8).
    05  FILLER              PIC X(1).
    05  req-case            PIC X(20).
    05  FILLER              PIC X(1).
    05  req-vintage         PIC X(44).

*> The RESULTS line exactly as programming-past writes it -
*> department, cipher mode, shift, edited length, then the full
*> ciphertext of the logical message.
FD  result-file.
01  result-record.
    05  result-dept         PIC X(3).
    05  FILLER              PIC X(2).
    05  result-mode         PIC X(1).
    05  FILLER              PIC X(2).
    05  result-shift-x      PIC X(2).
    05  FILLER              PIC X(2).
    05  result-length-x     PIC X(3).
    05  FILLER              PIC X(2).
    05  result-text         PIC X(500).

FD  key-file.
COPY "key-record.cpy".

FD  archive-file.
01  archive-line            PIC X(80).

FD  audit-log.
01  audit-line              PIC X(80).

FD  evidence-report.
01  report-line             PIC X(520).

FD  access-log.
01  access-line             PIC X(150).

WORKING-STORAGE SECTION.
01  request-status          PIC X(2).
01  result-status           PIC X(2).
01  key-file-status         PIC X(2).
01  archive-status          PIC X(2).
01  audit-log-status        PIC X(2).
01  access-log-status       PIC X(2).

01  end-of-results          PIC X(1) VALUE 'N'.
01  end-of-keys             PIC X(1) VALUE 'N'.
01  end-of-log              PIC X(1) VALUE 'N'.

01  clock-date              PIC 9(8).
01  clock-time              PIC 9(8).

*> The request as validated.
01  request-date            PIC 9(8) VALUE 0.
01  request-dept            PIC X(3) VALUE SPACES.
01  request-position        PIC 9(7) VALUE 0.           *> 0 = every message of the department
01  request-requester       PIC X(8) VALUE SPACES.
01  request-case            PIC X(20) VALUE SPACES.
01  request-vintage         PIC X(44) VALUE SPACES.
01  request-problem         PIC X(60) VALUE SPACES.

*> The key generation in force for the department on the date.
01  key-found               PIC X(1) VALUE 'N'.
01  key-source              PIC X(7) VALUE 'DEFAULT'.   *> OWN, GEN or DEFAULT
01  gen-shift               PIC 99 VALUE 3.
01  gen-keyword             PIC X(20) VALUE SPACES.
01  gen-from                PIC 9(8) VALUE 0.
01  gen-to                  PIC 9(8) VALUE 0.
01  own-found               PIC X(1) VALUE 'N'.
01  own-shift               PIC 99 VALUE 0.
01  own-keyword             PIC X(20) VALUE SPACES.
01  own-from                PIC 9(8) VALUE 0.
01  own-to                  PIC 9(8) VALUE 0.
01  general-found           PIC X(1) VALUE 'N'.
01  general-shift           PIC 99 VALUE 0.
01  general-keyword         PIC X(20) VALUE SPACES.
01  general-from            PIC 9(8) VALUE 0.
01  general-to              PIC 9(8) VALUE 0.
01  gen-shift-ws            PIC Z9.

*> The department's non-FAIL AUDITLOG lines for the date, each with
*> its run (operator, clock time) and its position within that run.
01  audit-table.
    05  audit-entry OCCURS 2000 TIMES.
        10  at-line             PIC X(80).
        10  at-run              PIC X(16).
        10  at-position         PIC 9(7).
01  audit-count             PIC 9(4) VALUE 0.
01  audit-index             PIC 9(4) VALUE 0.
01  audit-found             PIC 9(4) VALUE 0.
01  current-run             PIC X(16) VALUE SPACES.
01  run-position            PIC 9(7) VALUE 0.

COPY "audit-line.cpy".

01  records-read            PIC 9(7) VALUE 0.
01  dept-position           PIC 9(7) VALUE 0.           *> this department's Nth line in RESULTS
01  messages-retrieved      PIC 9(5) VALUE 0.
01  messages-unconfirmed    PIC 9(5) VALUE 0.
01  shift-disagreements     PIC 9(5) VALUE 0.
01  retrieval-outcome       PIC X(8) VALUE SPACES.

*> Decrypting one message, as DECRYPT-INBOUND-MESSAGE does.
01  message-length          PIC 999 VALUE 0.
01  segment-count           PIC 99 VALUE 0.
01  segment-index           PIC 99 VALUE 0.
01  segment-offset          PIC 999 VALUE 0.
01  plaintext-full          PIC X(500).
01  inbound-entry           PIC X(1) VALUE 'N'.

COPY "cipher-params.cpy".

01  access-line-ws.
    05  acc-clock-date-ws   PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  acc-clock-time-ws   PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  acc-requester-ws    PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  acc-case-ws         PIC X(20).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  acc-date-ws         PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  acc-dept-ws         PIC X(3).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  acc-position-ws     PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  acc-outcome-ws      PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  acc-retrieved-ws    PIC 9(5).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  acc-vintage-ws      PIC X(44).

01  count-ws                PIC ZZZZZZ9.

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM RESOLVE-KEY-GENERATION
    PERFORM LOAD-AUDIT-ENTRIES
    PERFORM RETRIEVE-MESSAGES
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT clock-date FROM DATE YYYYMMDD
    ACCEPT clock-time FROM TIME
    PERFORM READ-REQUEST-CARD
    OPEN OUTPUT evidence-report
    MOVE SPACES TO report-line
    STRING 'EVIDENCE RETRIEVAL REPORT - PREPARED ' clock-date ' '
        clock-time (1:6)
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    STRING 'REQUESTED BY        ' request-requester
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    STRING 'CASE REFERENCE      ' request-case
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    STRING 'BUSINESS DATE       ' request-date
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    STRING 'DEPARTMENT          ' request-dept
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    IF request-position = 0
        MOVE 'RESULTS LINE        ALL OF THE DEPARTMENT''S MESSAGES'
            TO report-line
    ELSE
        STRING 'RESULTS LINE        ' request-position
            DELIMITED BY SIZE INTO report-line
    END-IF
    WRITE report-line
    MOVE SPACES TO report-line
    STRING 'RETAINED VINTAGE    ' request-vintage
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line.

*> A request that is missing, or that does not say clearly what is
*> wanted and by whom, is refused - and the refusal is logged like
*> any other retrieval.
READ-REQUEST-CARD.
    OPEN INPUT request-file
    IF request-status NOT = '00'
        MOVE 'no EVIDREQ request card' TO request-problem
        PERFORM REFUSE-REQUEST
    END-IF
    READ request-file
        AT END
            CLOSE request-file
            MOVE 'EVIDREQ is empty' TO request-problem
            PERFORM REFUSE-REQUEST
    END-READ
    MOVE req-dept TO request-dept
    MOVE req-requester TO request-requester
    MOVE req-case TO request-case
    MOVE req-vintage TO request-vintage
    IF req-date-x IS NUMERIC
        MOVE req-date TO request-date
    END-IF
    EVALUATE TRUE
        WHEN req-date-x NOT NUMERIC
            MOVE 'business date is not YYYYMMDD' TO request-problem
        WHEN req-dept = SPACES
            MOVE 'no department given' TO request-problem
        WHEN req-requester = SPACES
            MOVE 'no requester id given' TO request-problem
        WHEN req-position-x NOT = SPACES
                AND req-position-x NOT NUMERIC
            MOVE 'RESULTS line number is not numeric'
                TO request-problem
        WHEN OTHER
            IF req-position-x NOT = SPACES
                MOVE req-position-x TO request-position
            END-IF
    END-EVALUATE
    READ request-file
        AT END CONTINUE
        NOT AT END
            DISPLAY "WARNING: EVIDREQ holds more than one card - only "
                "the first is retrieved"
    END-READ
    CLOSE request-file
    IF request-problem NOT = SPACES
        PERFORM REFUSE-REQUEST
    END-IF.

REFUSE-REQUEST.
    DISPLAY "FATAL: evidence request refused - "
        FUNCTION TRIM(request-problem)
    MOVE 'REFUSED' TO retrieval-outcome
    PERFORM LOG-RETRIEVAL
    MOVE 16 TO RETURN-CODE
    STOP RUN.

*> The whole key history is read, not just the entries in force, so
*> the generation's own dates go on the report.
RESOLVE-KEY-GENERATION.
    OPEN INPUT key-file
    IF key-file-status NOT = '00'
        DISPLAY "FATAL: unable to open KEYFILE, status "
            key-file-status " - the key in force cannot be resolved"
        PERFORM FAIL-RETRIEVAL
    END-IF
    PERFORM READ-KEY-RECORD UNTIL end-of-keys = 'Y'
    CLOSE key-file
    EVALUATE TRUE
        WHEN own-found = 'Y'
            MOVE 'OWN' TO key-source
            MOVE own-shift TO gen-shift
            MOVE own-keyword TO gen-keyword
            MOVE own-from TO gen-from
            MOVE own-to TO gen-to
        WHEN general-found = 'Y'
            MOVE 'GEN' TO key-source
            MOVE general-shift TO gen-shift
            MOVE general-keyword TO gen-keyword
            MOVE general-from TO gen-from
            MOVE general-to TO gen-to
        WHEN OTHER
            MOVE 'DEFAULT' TO key-source
            MOVE 3 TO gen-shift
            MOVE SPACES TO gen-keyword
    END-EVALUATE
    MOVE gen-shift TO gen-shift-ws
    MOVE SPACES TO report-line
    EVALUATE key-source
        WHEN 'OWN'
            STRING 'KEY GENERATION      ' request-dept ' EFFECTIVE '
                gen-from ' THROUGH ' gen-to '  SHIFT ' gen-shift-ws
                '  KEYWORD ' gen-keyword
                DELIMITED BY SIZE INTO report-line
        WHEN 'GEN'
            STRING 'KEY GENERATION      GEN (NO ' request-dept
                ' KEY IN FORCE) EFFECTIVE ' gen-from ' THROUGH '
                gen-to '  SHIFT ' gen-shift-ws '  KEYWORD '
                gen-keyword
                DELIMITED BY SIZE INTO report-line
        WHEN OTHER
            STRING 'KEY GENERATION      NONE IN FORCE - BATCH DEFAULT '
                'SHIFT ' gen-shift-ws
                DELIMITED BY SIZE INTO report-line
    END-EVALUATE
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line.

*> Of overlapping in-force entries the latest effective-from wins, as
*> it does in the batch's load.
READ-KEY-RECORD.
    READ key-file
        AT END MOVE 'Y' TO end-of-keys
        NOT AT END
            IF key-effective-from <= request-date
                    AND key-effective-to >= request-date
                IF key-dept = request-dept
                    IF own-found = 'N' OR key-effective-from >= own-from
                        MOVE 'Y' TO own-found
                        MOVE key-shift TO own-shift
                        MOVE key-cipher-keyword TO own-keyword
                        MOVE key-effective-from TO own-from
                        MOVE key-effective-to TO own-to
                    END-IF
                END-IF
                IF key-dept = 'GEN'
                    IF general-found = 'N'
                            OR key-effective-from >= general-from
                        MOVE 'Y' TO general-found
                        MOVE key-shift TO general-shift
                        MOVE key-cipher-keyword TO general-keyword
                        MOVE key-effective-from TO general-from
                        MOVE key-effective-to TO general-to
                    END-IF
                END-IF
            END-IF
    END-READ.

*> Archives first, then the live log; either may be absent.
LOAD-AUDIT-ENTRIES.
    OPEN INPUT archive-file
    IF archive-status = '00'
        PERFORM LOAD-ARCHIVE-LINE UNTIL end-of-log = 'Y'
        CLOSE archive-file
    END-IF
    MOVE 'N' TO end-of-log
    OPEN INPUT audit-log
    IF audit-log-status = '00'
        PERFORM LOAD-AUDIT-LINE UNTIL end-of-log = 'Y'
        CLOSE audit-log
    END-IF
    DISPLAY "evidret: " audit-count " AUDITLOG entr(ies) for "
        request-dept " on " request-date.

LOAD-ARCHIVE-LINE.
    READ archive-file
        AT END MOVE 'Y' TO end-of-log
        NOT AT END
            MOVE archive-line TO audit-line-ws
            PERFORM KEEP-AUDIT-ENTRY
    END-READ.

LOAD-AUDIT-LINE.
    READ audit-log
        AT END MOVE 'Y' TO end-of-log
        NOT AT END
            MOVE audit-line TO audit-line-ws
            PERFORM KEEP-AUDIT-ENTRY
    END-READ.

*> A run is the operator and clock time every line of it carries;
*> positions count the department's non-FAIL lines within the run,
*> the lines that have a RESULTS line behind them.
KEEP-AUDIT-ENTRY.
    IF audit-date-ws IS NUMERIC
            AND audit-date-ws = request-date
            AND audit-dept-ws = request-dept
            AND audit-result-ws NOT = 'FAIL'
        IF audit-count = 2000
            DISPLAY "WARNING: more than 2000 AUDITLOG entries for "
                request-dept " on " request-date " - later ones not "
                "searched"
        ELSE
            ADD 1 TO audit-count
            MOVE SPACES TO at-run (audit-count)
            STRING audit-operator-ws audit-time-ws
                DELIMITED BY SIZE INTO at-run (audit-count)
            IF at-run (audit-count) NOT = current-run
                MOVE at-run (audit-count) TO current-run
                MOVE 0 TO run-position
            END-IF
            ADD 1 TO run-position
            MOVE run-position TO at-position (audit-count)
            MOVE audit-line-ws TO at-line (audit-count)
        END-IF
    END-IF.

RETRIEVE-MESSAGES.
    OPEN INPUT result-file
    IF result-status NOT = '00'
        DISPLAY "FATAL: unable to open RESULTS, status "
            result-status " - allocate the retained vintage for "
            request-date
        PERFORM FAIL-RETRIEVAL
    END-IF
    PERFORM READ-RESULT-RECORD UNTIL end-of-results = 'Y'
    CLOSE result-file
    IF request-position > records-read
        MOVE SPACES TO report-line
        STRING '*** RESULTS HOLDS ONLY ' records-read ' LINE(S) - '
            'LINE ' request-position ' IS NOT IN THIS VINTAGE'
            DELIMITED BY SIZE INTO report-line
        WRITE report-line
    END-IF.

READ-RESULT-RECORD.
    READ result-file
        AT END MOVE 'Y' TO end-of-results
        NOT AT END
            ADD 1 TO records-read
            IF result-dept = request-dept
                ADD 1 TO dept-position
                IF request-position = 0
                        OR request-position = records-read
                    PERFORM PRODUCE-EVIDENCE
                END-IF
            ELSE
                IF request-position = records-read
                    MOVE SPACES TO report-line
                    STRING '*** RESULTS LINE ' records-read
                        ' IS DEPARTMENT ' result-dept ', NOT '
                        request-dept ' - NOTHING RETRIEVED'
                        DELIMITED BY SIZE INTO report-line
                    WRITE report-line
                END-IF
            END-IF
    END-READ.

PRODUCE-EVIDENCE.
    ADD 1 TO messages-retrieved
    PERFORM FIND-AUDIT-ENTRY
    MOVE 'N' TO inbound-entry
    IF audit-found > 0
        MOVE at-line (audit-found) TO audit-line-ws
        IF audit-mode-ws = 'IN '
            MOVE 'Y' TO inbound-entry
        END-IF
    END-IF
    IF inbound-entry = 'Y'
        MOVE result-text TO plaintext-full
    ELSE
        PERFORM DECRYPT-RESULT-TEXT
    END-IF
    MOVE SPACES TO report-line
    STRING 'RESULTS LINE ' records-read '   MODE ' result-mode
        '   SHIFT ' result-shift-x '   LENGTH ' result-length-x
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    IF result-shift-x NOT = gen-shift-ws
        ADD 1 TO shift-disagreements
        MOVE SPACES TO report-line
        STRING '*** RESULTS SHIFT ' result-shift-x
            ' DISAGREES WITH THE KEY GENERATION SHIFT ' gen-shift-ws
            DELIMITED BY SIZE INTO report-line
        WRITE report-line
    END-IF
    IF inbound-entry = 'Y'
        MOVE 'RECEIVED CIPHERTEXT NOT RETAINED - INBOUND RUN, RESULTS '
            & 'HOLDS THE PLAINTEXT RECOVERED THAT NIGHT' TO report-line
        WRITE report-line
    ELSE
        MOVE 'CIPHERTEXT' TO report-line
        WRITE report-line
        MOVE SPACES TO report-line
        MOVE result-text TO report-line (3:)
        WRITE report-line
    END-IF
    MOVE 'RECOVERED PLAINTEXT' TO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    MOVE plaintext-full TO report-line (3:)
    WRITE report-line
    MOVE 'AUDITLOG ENTRY' TO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    IF audit-found > 0
        MOVE at-line (audit-found) TO report-line (3:)
    ELSE
        ADD 1 TO messages-unconfirmed
        MOVE '*** NO AGREEING AUDITLOG ENTRY FOUND' TO report-line (3:)
    END-IF
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line.

*> The latest run whose entry at this department position agrees
*> with the RESULTS line on length and shift.
FIND-AUDIT-ENTRY.
    MOVE 0 TO audit-found
    PERFORM VARYING audit-index FROM 1 BY 1
            UNTIL audit-index > audit-count
        IF at-position (audit-index) = dept-position
            MOVE at-line (audit-index) TO audit-line-ws
            IF audit-length-ws = result-length-x
                    AND audit-shift-ws = result-shift-x
                MOVE audit-index TO audit-found
            END-IF
        END-IF
    END-PERFORM.

*> Segment by segment through cipher-service under the generation in
*> force, as DECRYPT-INBOUND-MESSAGE does on an inbound run.
DECRYPT-RESULT-TEXT.
    MOVE SPACES TO plaintext-full
    IF result-length-x = SPACES
        MOVE 500 TO message-length
    ELSE
        MOVE FUNCTION NUMVAL(result-length-x) TO message-length
    END-IF
    COMPUTE segment-count = (message-length + 49) / 50
    IF segment-count = 0
        MOVE 1 TO segment-count
    END-IF
    MOVE 'D' TO cipher-function
    IF result-mode = 'V'
        MOVE 'V' TO cipher-mode
    ELSE
        MOVE 'C' TO cipher-mode
    END-IF
    MOVE gen-shift TO cipher-shift
    MOVE gen-keyword TO cipher-keyword
    PERFORM VARYING segment-index FROM 1 BY 1
            UNTIL segment-index > segment-count
        COMPUTE segment-offset = (segment-index - 1) * 50 + 1
        MOVE result-text (segment-offset:50) TO cipher-message
        CALL "cipher-service" USING cipher-parameters
        MOVE cipher-result TO plaintext-full (segment-offset:50)
    END-PERFORM.

FAIL-RETRIEVAL.
    MOVE 'FAILED' TO retrieval-outcome
    PERFORM LOG-RETRIEVAL
    CLOSE evidence-report
    MOVE 16 TO RETURN-CODE
    STOP RUN.

*> One line per retrieval attempt, appended - the same open-or-create
*> handling the batch gives AUDITLOG. A retrieval that cannot be
*> logged still ran; it says so loudly.
LOG-RETRIEVAL.
    OPEN EXTEND access-log
    IF access-log-status NOT = '00'
        OPEN OUTPUT access-log
    END-IF
    IF access-log-status NOT = '00'
        DISPLAY "FATAL: unable to open EVIDLOG, status "
            access-log-status " - retrieval by " request-requester
            " NOT LOGGED"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE clock-date TO acc-clock-date-ws
        MOVE clock-time TO acc-clock-time-ws
        MOVE request-requester TO acc-requester-ws
        MOVE request-case TO acc-case-ws
        MOVE request-date TO acc-date-ws
        MOVE request-dept TO acc-dept-ws
        MOVE request-position TO acc-position-ws
        MOVE retrieval-outcome TO acc-outcome-ws
        MOVE messages-retrieved TO acc-retrieved-ws
        MOVE request-vintage TO acc-vintage-ws
        MOVE access-line-ws TO access-line
        WRITE access-line
        CLOSE access-log
    END-IF.

TERMINATE-RUN.
    MOVE messages-retrieved TO count-ws
    MOVE SPACES TO report-line
    STRING 'MESSAGES RETRIEVED            ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE messages-unconfirmed TO count-ws
    MOVE SPACES TO report-line
    STRING 'WITHOUT AN AUDITLOG ENTRY     ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE shift-disagreements TO count-ws
    MOVE SPACES TO report-line
    STRING 'SHIFT DISAGREEMENTS           ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    CLOSE evidence-report
    IF messages-retrieved = 0
        MOVE 'NOTFOUND' TO retrieval-outcome
        DISPLAY "evidret: nothing retrieved for " request-dept
            " on " request-date
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 'RETRIEVD' TO retrieval-outcome
        DISPLAY "evidret: " messages-retrieved " message(s) of "
            request-dept " on " request-date " retrieved for "
            request-requester
        IF messages-unconfirmed > 0 OR shift-disagreements > 0
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM LOG-RETRIEVAL.
