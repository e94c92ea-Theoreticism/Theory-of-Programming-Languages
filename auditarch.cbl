*> ends condition 16 with AUDITLOG exactly as it found it. Lines
*> whose date will not parse are never archived or purged - they
*> stay in AUDITLOG for someone to look at.
*>
*> Every AUDSUMM line of a cut also carries the sequence number and
*> chained control value of the last chained line archived (zeros if
*> the month predates chaining), so the chain continues across the
*> archives: the batch picks it back up from there when AUDITLOG has
*> no chained line left, and auditver anchors a walk that starts
*> part way along the chain on it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY "audit-line.cpy".

01  line-month              PIC 9(6) VALUE 0.
01  close-sequence          PIC 9(9) VALUE 0.
01  close-chain             PIC 9(10) VALUE 0.

01  summary-line-ws.
    05  summ-run-date-ws    PIC 9(8).
    05  summ-fail-ws        PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  summ-verf-ws        PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  summ-close-sequence-ws PIC 9(9).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  summ-close-chain-ws PIC 9(10).

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
                "line(s) kept in AUDITLOG"
        END-IF
    END-IF
    PERFORM RECORD-RUN-END
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-time FROM TIME
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM SET-PROCESS-DATE
    PERFORM RECORD-RUN-START
    PERFORM SET-ARCHIVE-MONTH
    OPEN INPUT audit-log
    IF audit-log-status NOT = '00'
        DISPLAY "FATAL: unable to open AUDITLOG, status "
            audit-log-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN OUTPUT archive-file
            "' is not YYYYMM"
        CLOSE arch-parm-file
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    MOVE parm-month-x (5:2) TO parm-month-mm
            "' is not YYYYMM"
        CLOSE arch-parm-file
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    IF parm-month >= current-month
            " may be archived"
        CLOSE arch-parm-file
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    MOVE parm-month TO archive-month.
            MOVE audit-line TO archive-line
            WRITE archive-line
            PERFORM TALLY-ARCHIVED-LINE
            IF audit-sequence-ws IS NUMERIC
                    AND audit-chain-ws IS NUMERIC
                MOVE audit-sequence-ws TO close-sequence
                MOVE audit-chain-ws TO close-chain
            END-IF
        ELSE
            ADD 1 TO lines-retained
            MOVE audit-line TO work-line
        DISPLAY "FATAL: cannot re-open AUDARCH to verify, status "
            archive-status " - AUDITLOG left untouched"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM VERIFY-ARCHIVE-LINE UNTIL end-of-archive = 'Y'
            lines-archived " line(s), read back " verify-count
            " - AUDITLOG left untouched"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    DISPLAY "Archive verified: " verify-count " line(s), totals "
            DISPLAY "FATAL: unable to open AUDSUMM, status "
                summary-status
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-RUN-END
            STOP RUN
        END-IF
    END-IF
    MOVE run-date TO summ-run-date-ws
    MOVE archive-month TO summ-month-ws
    MOVE close-sequence TO summ-close-sequence-ws
    MOVE close-chain TO summ-close-chain-ws
    PERFORM WRITE-SUMMARY-DEPT
        VARYING summary-index FROM 1 BY 1
        UNTIL summary-index > summary-count
    MOVE summary-verf (summary-index) TO summ-verf-ws
    MOVE summary-line-ws TO summary-line
    WRITE summary-line.

*> Books the run onto the shared run ledger. A month is never cut
*> while the batch for the same business date is open or has died
*> part way - that batch may still be appending to AUDITLOG.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'auditarch' TO ledger-job
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
