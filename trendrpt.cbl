
DATA DIVISION.
FILE SECTION.
*> The RUNSTATS record exactly as programming-past writes it. Lines
*> written before the department-master reject columns were added
*> end at rs-worst, so those four columns are only counted when they
*> are there.
FD  runstats-file.
01  runstats-record.
    05  rs-date             PIC 9(8).
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

*> The AUDSUMM line exactly as auditarch writes it.
FD  summary-file.
    05  FILLER              PIC X(3) VALUE SPACES.
    05  line-arch-verf-ws   PIC ZZZZZ9.

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM RECORD-RUN-START
    OPEN INPUT runstats-file
    IF runstats-status NOT = '00'
        DISPLAY "FATAL: unable to open RUNSTATS, status "
            runstats-status " - no statistics history to trend"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN OUTPUT trend-report
            IF trend-found > 0
                COMPUTE record-rejected =
                    rs-rej-len + rs-rej-key + rs-rej-con + rs-rej-dup
                IF rs-rej-unk IS NUMERIC AND rs-rej-sus IS NUMERIC
                        AND rs-rej-mode IS NUMERIC
                        AND rs-rej-ceil IS NUMERIC
                    ADD rs-rej-unk rs-rej-sus rs-rej-mode rs-rej-ceil
                        TO record-rejected
                END-IF
                ADD rs-processed TO trend-volume (trend-found)
                ADD record-rejected TO trend-volume (trend-found)
                ADD record-rejected TO trend-rejected (trend-found)
        depts-flagged " department(s) flagged"
    IF depts-flagged > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. The trend is drawn from
*> RUNSTATS, so the batch for the same business date has to have
*> ended clean and appended its night first.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'trendrpt' TO ledger-job
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
