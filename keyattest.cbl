       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. keyattest.
AUTHOR. Christopher Lee

*> Key-usage attestation for internal audit. Every AUDITLOG line
*> carries the shift the batch actually used on the message, and
*> KEYFILE keeps every key generation with the dates it was in force;
*> this job proves the two agree over a whole audit period. For each
*> department and business date in the period it works out the shift
*> LOOKUP-DEPARTMENT-SHIFT should have used that night - the
*> department's own generation in force (of overlapping ones the
*> latest effective-from, as the batch loads them), failing that the
*> GEN generation, failing that the shift-3 default - and checks every
*> audited message of that department and date against it.
*>
*> The period can reach back past the last auditarch cut, so the
*> archived months are read as well as the live log: AUDARCH is the
*> month archives covering the period, concatenated by operations in
*> date order (auditarch writes them as plain AUDITLOG lines, so they
*> read the same way), and AUDITLOG is read after it. Either may be
*> absent; both absent is a period with no traffic to attest.
*>
*> ATTPARM card, fixed columns, optional:
*>   1-8   period from (inclusive, YYYYMMDD)
*>   10-17 period to (inclusive, YYYYMMDD)
*> With no card the previous calendar month is attested.
*>
*> ATTRPT lists, per department and business date:
*>   - days whose every message used the shift in force (reconciled);
*>   - days on which any message used another shift (mismatched),
*>     with the shift expected, the generation it came from and the
*>     shift actually found;
*>   - the part of those mismatches that used the shift of one of the
*>     department's own generations that had already been expired by
*>     then - a retired key still in use somewhere.
*> Any mismatch, expired generation or not, ends the job condition 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT att-parm-file ASSIGN TO "ATTPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS att-parm-status.
    SELECT key-file ASSIGN TO "KEYFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS key-file-status.
    *> the month archives for the period, read before the live log
    SELECT archive-file ASSIGN TO "AUDARCH"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS archive-status.
    SELECT audit-log ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS audit-log-status.
    SELECT attest-report ASSIGN TO "ATTRPT"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  att-parm-file.
01  att-parm-card.
    05  parm-date-from-x    PIC X(8).
    05  parm-date-from      REDEFINES parm-date-from-x PIC 9(8).
    05  FILLER              PIC X(1).
    05  parm-date-to-x      PIC X(8).
    05  parm-date-to        REDEFINES parm-date-to-x PIC 9(8).

FD  key-file.
COPY "key-record.cpy".

FD  archive-file.
01  archive-line            PIC X(80).

FD  audit-log.
01  audit-line              PIC X(80).

FD  attest-report.
01  report-line             PIC X(120).

WORKING-STORAGE SECTION.
01  att-parm-status         PIC X(2).
01  key-file-status         PIC X(2).
01  archive-status          PIC X(2).
01  audit-log-status        PIC X(2).

01  end-of-keys             PIC X(1) VALUE 'N'.
01  end-of-log              PIC X(1) VALUE 'N'.

01  run-date                PIC 9(8).
01  run-time                PIC 9(8).
01  run-year                PIC 9(4).
01  run-month               PIC 9(2).
01  date-integer            PIC 9(8) VALUE 0.
01  period-from             PIC 9(8) VALUE 0.
01  period-to               PIC 9(8) VALUE 0.

*> Every generation KEYFILE holds, history included.
01  key-table.
    05  key-entry OCCURS 200 TIMES.
        10  entry-dept          PIC X(3).
        10  entry-from          PIC 9(8).
        10  entry-to            PIC 9(8).
        10  entry-shift         PIC 99.
01  key-count               PIC 9(3) VALUE 0.
01  key-index               PIC 9(3) VALUE 0.
01  check-dept              PIC X(3).
01  check-date              PIC 9(8) VALUE 0.
01  cover-index             PIC 9(3) VALUE 0.           *> generation in force for check-dept on check-date, 0 = none
01  expired-index           PIC 9(3) VALUE 0.

*> One entry per department and business date met in the period, in
*> the order the logs first show them - the archives are in date
*> order and the live log follows them, so that is date order too.
*> The expected shift is worked out once, when the day is first met.
*> Running out of room is fatal: an attestation that quietly leaves
*> days out attests nothing.
01  day-table.
    05  day-entry OCCURS 10000 TIMES.
        10  day-dept            PIC X(3).
        10  day-date            PIC 9(8).
        10  day-expected        PIC 99.
        10  day-source          PIC X(7).               *> OWN, GEN or DEFAULT
        10  day-gen-from        PIC 9(8).
        10  day-gen-to          PIC 9(8).
        10  day-messages        PIC 9(7).
        10  day-mismatched      PIC 9(7).
        10  day-expired         PIC 9(7).
        10  day-found-shift     PIC 99.                 *> first wrong shift seen
        10  day-expired-from    PIC 9(8).
        10  day-expired-to      PIC 9(8).
01  day-count               PIC 9(5) VALUE 0.
01  day-index               PIC 9(5) VALUE 0.
01  day-found               PIC 9(5) VALUE 0.
01  last-day-found          PIC 9(5) VALUE 0.

01  audited-shift           PIC 99 VALUE 0.
01  lines-read              PIC 9(7) VALUE 0.
01  lines-in-period         PIC 9(7) VALUE 0.
01  lines-unparseable       PIC 9(7) VALUE 0.
01  archive-lines           PIC 9(7) VALUE 0.
01  days-reconciled         PIC 9(5) VALUE 0.
01  days-mismatched         PIC 9(5) VALUE 0.
01  days-expired            PIC 9(5) VALUE 0.
01  messages-mismatched     PIC 9(7) VALUE 0.
01  messages-expired        PIC 9(7) VALUE 0.
01  reading-archive         PIC X(1) VALUE 'N'.

COPY "audit-line.cpy".

01  day-line-ws.
    05  dayl-dept-ws        PIC X(3).
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  dayl-date-ws        PIC 9(8).
    05  FILLER              PIC X(11) VALUE '  MESSAGES '.
    05  dayl-messages-ws    PIC ZZZZZZ9.
    05  FILLER              PIC X(8)  VALUE '  SHIFT '.
    05  dayl-expected-ws    PIC Z9.
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  dayl-source-ws      PIC X(7).
    05  FILLER              PIC X(1)  VALUE SPACE.
    05  dayl-gen-from-ws    PIC 9(8).
    05  FILLER              PIC X(3)  VALUE ' - '.
    05  dayl-gen-to-ws      PIC 9(8).

01  mismatch-line-ws.
    05  FILLER              PIC X(5)  VALUE SPACES.
    05  FILLER              PIC X(12) VALUE 'MISMATCHED '.
    05  misl-count-ws       PIC ZZZZZZ9.
    05  FILLER              PIC X(15) VALUE '  FIRST FOUND '.
    05  misl-shift-ws       PIC Z9.

01  expired-line-ws.
    05  expl-dept-ws        PIC X(3).
    05  FILLER              PIC X(2)  VALUE SPACES.
    05  expl-date-ws        PIC 9(8).
    05  FILLER              PIC X(11) VALUE '  MESSAGES '.
    05  expl-count-ws       PIC ZZZZZZ9.
    05  FILLER              PIC X(18) VALUE '  ON RETIRED SHIFT'.
    05  FILLER              PIC X(1)  VALUE SPACE.
    05  expl-shift-ws       PIC Z9.
    05  FILLER              PIC X(13) VALUE '  GENERATION '.
    05  expl-from-ws        PIC 9(8).
    05  FILLER              PIC X(3)  VALUE ' - '.
    05  expl-to-ws          PIC 9(8).

01  count-ws                PIC ZZZZZZ9.

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-KEY-HISTORY
    PERFORM SCAN-AUDIT-TRAIL
    PERFORM REPORT-MISMATCHED-DAYS
    PERFORM REPORT-EXPIRED-GENERATIONS
    PERFORM REPORT-RECONCILED-DAYS
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM RECORD-RUN-START
    PERFORM SET-ATTEST-PERIOD
    OPEN OUTPUT attest-report
    MOVE SPACES TO report-line
    STRING 'KEY-USAGE ATTESTATION - PERIOD ' period-from ' THROUGH '
        period-to '   PREPARED ' run-date
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    WRITE report-line.

*> A card that is there must give both dates, in order; a blank card
*> or none at all is the previous calendar month.
SET-ATTEST-PERIOD.
    OPEN INPUT att-parm-file
    IF att-parm-status = '00'
        READ att-parm-file
            AT END CONTINUE
            NOT AT END
                IF att-parm-card NOT = SPACES
                    IF parm-date-from-x IS NUMERIC
                            AND parm-date-to-x IS NUMERIC
                            AND parm-date-from <= parm-date-to
                        MOVE parm-date-from TO period-from
                        MOVE parm-date-to TO period-to
                    ELSE
                        DISPLAY "FATAL: ATTPARM period '"
                            parm-date-from-x "' to '" parm-date-to-x
                            "' is not two dates in order"
                        CLOSE att-parm-file
                        MOVE 16 TO RETURN-CODE
                        PERFORM RECORD-RUN-END
                        STOP RUN
                    END-IF
                END-IF
        END-READ
        CLOSE att-parm-file
    END-IF
    IF period-from = 0
        MOVE run-date (1:4) TO run-year
        MOVE run-date (5:2) TO run-month
        COMPUTE period-to = run-year * 10000 + run-month * 100 + 1
        COMPUTE date-integer = FUNCTION INTEGER-OF-DATE(period-to) - 1
        MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO period-to
        MOVE period-to TO period-from
        MOVE '01' TO period-from (7:2)
    END-IF
    DISPLAY "keyattest: attesting " period-from " through "
        period-to.

LOAD-KEY-HISTORY.
    OPEN INPUT key-file
    IF key-file-status NOT = '00'
        DISPLAY "FATAL: unable to open KEYFILE, status "
            key-file-status " - run keymaint to build the key master"
        CLOSE attest-report
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-KEY-RECORD UNTIL end-of-keys = 'Y'
    CLOSE key-file
    DISPLAY "Loaded " key-count " key generation(s)".

LOAD-KEY-RECORD.
    READ key-file
        AT END MOVE 'Y' TO end-of-keys
        NOT AT END
            IF key-count = 200
                DISPLAY "FATAL: key master exceeds 200 entries"
                CLOSE key-file
                CLOSE attest-report
                MOVE 16 TO RETURN-CODE
                PERFORM RECORD-RUN-END
                STOP RUN
            END-IF
            ADD 1 TO key-count
            MOVE key-dept TO entry-dept (key-count)
            MOVE key-effective-from TO entry-from (key-count)
            MOVE key-effective-to TO entry-to (key-count)
            MOVE key-shift TO entry-shift (key-count)
    END-READ.

*> The archives first, then the live log. Neither is required; the
*> other audit readers treat a missing log as no traffic, and so does
*> this.
SCAN-AUDIT-TRAIL.
    OPEN INPUT archive-file
    IF archive-status = '00'
        MOVE 'Y' TO reading-archive
        PERFORM SCAN-ARCHIVE-LINE UNTIL end-of-log = 'Y'
        CLOSE archive-file
    ELSE
        DISPLAY "keyattest: no AUDARCH - live AUDITLOG only"
    END-IF
    MOVE 'N' TO reading-archive
    MOVE 'N' TO end-of-log
    OPEN INPUT audit-log
    IF audit-log-status = '00'
        PERFORM SCAN-AUDIT-LINE UNTIL end-of-log = 'Y'
        CLOSE audit-log
    ELSE
        DISPLAY "keyattest: no AUDITLOG - archived traffic only"
    END-IF
    DISPLAY "keyattest: " lines-read " audit line(s) read ("
        archive-lines " archived), " lines-in-period " in the period".

SCAN-ARCHIVE-LINE.
    READ archive-file
        AT END MOVE 'Y' TO end-of-log
        NOT AT END
            ADD 1 TO archive-lines
            MOVE archive-line TO audit-line-ws
            PERFORM ATTEST-AUDIT-LINE
    END-READ.

SCAN-AUDIT-LINE.
    READ audit-log
        AT END MOVE 'Y' TO end-of-log
        NOT AT END
            MOVE audit-line TO audit-line-ws
            PERFORM ATTEST-AUDIT-LINE
    END-READ.

*> Lines whose date or shift will not parse are counted and skipped,
*> the way the other audit readers skip them; header, trailer and
*> continuation pseudo-departments are not traffic.
ATTEST-AUDIT-LINE.
    ADD 1 TO lines-read
    IF audit-date-ws IS NUMERIC
            AND audit-date-ws >= period-from
            AND audit-date-ws <= period-to
            AND audit-dept-ws NOT = 'HDR'
            AND audit-dept-ws NOT = 'TRL'
            AND audit-dept-ws NOT = 'CON'
        IF audit-shift-ws = SPACES
            ADD 1 TO lines-unparseable
        ELSE
            ADD 1 TO lines-in-period
            MOVE audit-shift-ws TO audited-shift
            PERFORM FIND-DAY-ENTRY
            PERFORM CHECK-AUDITED-SHIFT
        END-IF
    END-IF.

*> Consecutive lines are nearly always the same department and night,
*> so the last day matched is tried before the table is searched.
FIND-DAY-ENTRY.
    MOVE 0 TO day-found
    IF last-day-found > 0
        IF day-dept (last-day-found) = audit-dept-ws
                AND day-date (last-day-found) = audit-date-ws
            MOVE last-day-found TO day-found
        END-IF
    END-IF
    IF day-found = 0
        PERFORM VARYING day-index FROM 1 BY 1
                UNTIL day-index > day-count
            IF day-dept (day-index) = audit-dept-ws
                    AND day-date (day-index) = audit-date-ws
                MOVE day-index TO day-found
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF day-found = 0
        PERFORM ADD-DAY-ENTRY
    END-IF
    MOVE day-found TO last-day-found.

*> The shift LOOKUP-DEPARTMENT-SHIFT would have found that night: the
*> department's own generation, then GEN, then the shift-3 default.
ADD-DAY-ENTRY.
    IF day-count = 10000
        DISPLAY "FATAL: attestation period holds more than 10000 "
            "department-days - attest a shorter period"
        IF reading-archive = 'Y'
            CLOSE archive-file
        ELSE
            CLOSE audit-log
        END-IF
        CLOSE attest-report
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    ADD 1 TO day-count
    MOVE day-count TO day-found
    MOVE audit-dept-ws TO day-dept (day-found)
    MOVE audit-date-ws TO day-date (day-found)
    MOVE 0 TO day-messages (day-found)
    MOVE 0 TO day-mismatched (day-found)
    MOVE 0 TO day-expired (day-found)
    MOVE 0 TO day-found-shift (day-found)
    MOVE 0 TO day-expired-from (day-found)
    MOVE 0 TO day-expired-to (day-found)
    MOVE audit-dept-ws TO check-dept
    MOVE audit-date-ws TO check-date
    PERFORM FIND-COVERING-GENERATION
    IF cover-index > 0
        MOVE 'OWN' TO day-source (day-found)
    ELSE
        MOVE 'GEN' TO check-dept
        PERFORM FIND-COVERING-GENERATION
        IF cover-index > 0
            MOVE 'GEN' TO day-source (day-found)
        END-IF
    END-IF
    IF cover-index > 0
        MOVE entry-shift (cover-index) TO day-expected (day-found)
        MOVE entry-from (cover-index) TO day-gen-from (day-found)
        MOVE entry-to (cover-index) TO day-gen-to (day-found)
    ELSE
        MOVE 'DEFAULT' TO day-source (day-found)
        MOVE 3 TO day-expected (day-found)
        MOVE 0 TO day-gen-from (day-found)
        MOVE 0 TO day-gen-to (day-found)
    END-IF.

*> Of overlapping windows the latest effective-from wins, as it does
*> in the batch's load.
FIND-COVERING-GENERATION.
    MOVE 0 TO cover-index
    PERFORM VARYING key-index FROM 1 BY 1
            UNTIL key-index > key-count
        IF entry-dept (key-index) = check-dept
                AND entry-from (key-index) <= check-date
                AND entry-to (key-index) >= check-date
            IF cover-index = 0
                MOVE key-index TO cover-index
            ELSE
                IF entry-from (key-index)
                        >= entry-from (cover-index)
                    MOVE key-index TO cover-index
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> A wrong shift that is the shift of one of the department's own
*> generations already ended by that night is a retired key still in
*> use; the most recently ended such generation is the one named.
CHECK-AUDITED-SHIFT.
    ADD 1 TO day-messages (day-found)
    IF audited-shift NOT = day-expected (day-found)
        ADD 1 TO day-mismatched (day-found)
        ADD 1 TO messages-mismatched
        IF day-found-shift (day-found) = 0
            MOVE audited-shift TO day-found-shift (day-found)
        END-IF
        MOVE 0 TO expired-index
        PERFORM VARYING key-index FROM 1 BY 1
                UNTIL key-index > key-count
            IF entry-dept (key-index) = day-dept (day-found)
                    AND entry-to (key-index) < day-date (day-found)
                    AND entry-shift (key-index) = audited-shift
                IF expired-index = 0
                    MOVE key-index TO expired-index
                ELSE
                    IF entry-to (key-index) > entry-to (expired-index)
                        MOVE key-index TO expired-index
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF expired-index > 0
            ADD 1 TO day-expired (day-found)
            ADD 1 TO messages-expired
            MOVE entry-from (expired-index)
                TO day-expired-from (day-found)
            MOVE entry-to (expired-index) TO day-expired-to (day-found)
        END-IF
    END-IF.

REPORT-MISMATCHED-DAYS.
    MOVE 'DAYS WITH MISMATCHED SHIFTS' TO report-line
    WRITE report-line
    PERFORM VARYING day-index FROM 1 BY 1
            UNTIL day-index > day-count
        IF day-mismatched (day-index) > 0
            ADD 1 TO days-mismatched
            PERFORM FORMAT-DAY-LINE
            MOVE day-mismatched (day-index) TO misl-count-ws
            MOVE day-found-shift (day-index) TO misl-shift-ws
            MOVE mismatch-line-ws TO report-line
            WRITE report-line
        END-IF
    END-PERFORM
    IF days-mismatched = 0
        MOVE '  NONE' TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line.

REPORT-EXPIRED-GENERATIONS.
    MOVE 'TRAFFIC UNDER AN EXPIRED GENERATION' TO report-line
    WRITE report-line
    PERFORM VARYING day-index FROM 1 BY 1
            UNTIL day-index > day-count
        IF day-expired (day-index) > 0
            ADD 1 TO days-expired
            MOVE day-dept (day-index) TO expl-dept-ws
            MOVE day-date (day-index) TO expl-date-ws
            MOVE day-expired (day-index) TO expl-count-ws
            MOVE day-found-shift (day-index) TO expl-shift-ws
            MOVE day-expired-from (day-index) TO expl-from-ws
            MOVE day-expired-to (day-index) TO expl-to-ws
            MOVE expired-line-ws TO report-line
            WRITE report-line
        END-IF
    END-PERFORM
    IF days-expired = 0
        MOVE '  NONE' TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line.

REPORT-RECONCILED-DAYS.
    MOVE 'DAYS FULLY RECONCILED' TO report-line
    WRITE report-line
    PERFORM VARYING day-index FROM 1 BY 1
            UNTIL day-index > day-count
        IF day-mismatched (day-index) = 0
            ADD 1 TO days-reconciled
            PERFORM FORMAT-DAY-LINE
        END-IF
    END-PERFORM
    IF days-reconciled = 0
        MOVE '  NONE' TO report-line
        WRITE report-line
    END-IF
    MOVE SPACES TO report-line
    WRITE report-line.

*> The shift expected, and where the batch would have found it - a
*> fallback day shows no generation dates.
FORMAT-DAY-LINE.
    MOVE day-dept (day-index) TO dayl-dept-ws
    MOVE day-date (day-index) TO dayl-date-ws
    MOVE day-messages (day-index) TO dayl-messages-ws
    MOVE day-expected (day-index) TO dayl-expected-ws
    MOVE day-source (day-index) TO dayl-source-ws
    MOVE day-gen-from (day-index) TO dayl-gen-from-ws
    MOVE day-gen-to (day-index) TO dayl-gen-to-ws
    MOVE day-line-ws TO report-line
    IF day-source (day-index) = 'DEFAULT'
        MOVE SPACES TO report-line (52:)
    END-IF
    WRITE report-line.

TERMINATE-RUN.
    MOVE day-count TO count-ws
    MOVE SPACES TO report-line
    STRING 'DEPARTMENT-DAYS ATTESTED      ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE days-reconciled TO count-ws
    MOVE SPACES TO report-line
    STRING 'FULLY RECONCILED              ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE days-mismatched TO count-ws
    MOVE SPACES TO report-line
    STRING 'WITH MISMATCHED SHIFTS        ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE days-expired TO count-ws
    MOVE SPACES TO report-line
    STRING 'WITH EXPIRED-GENERATION USE   ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE lines-in-period TO count-ws
    MOVE SPACES TO report-line
    STRING 'MESSAGES ATTESTED             ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE messages-mismatched TO count-ws
    MOVE SPACES TO report-line
    STRING 'MESSAGES MISMATCHED           ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    MOVE lines-unparseable TO count-ws
    MOVE SPACES TO report-line
    STRING 'LINES UNPARSEABLE, SKIPPED    ' count-ws
        DELIMITED BY SIZE INTO report-line
    WRITE report-line
    CLOSE attest-report
    DISPLAY "keyattest: " day-count " department-day(s), "
        days-reconciled " reconciled, " days-mismatched
        " mismatched, " days-expired " with an expired generation"
    IF days-mismatched > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. The period usually ends
*> on the last business date, whose lines the batch writes, so the
*> batch for the same business date has to have ended clean first.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'keyattest' TO ledger-job
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
