    05  FILLER              PIC X(14) VALUE '  ON SHIFT-3 '.
    05  fallback-def-ws     PIC ZZZZZZ9.

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM RECORD-RUN-START
    COMPUTE run-date-int = FUNCTION INTEGER-OF-DATE(run-date)
    COMPUTE date-integer = run-date-int + 30
    MOVE FUNCTION DATE-OF-INTEGER(date-integer) TO expiry-horizon
        DISPLAY "FATAL: unable to open KEYFILE, status "
            key-file-status " - run keymaint to build the key master"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-KEY-RECORD UNTIL end-of-keys = 'Y'
                DISPLAY "FATAL: key master exceeds 200 entries"
                CLOSE key-file
                MOVE 16 TO RETURN-CODE
                PERFORM RECORD-RUN-END
                STOP RUN
            END-IF
            ADD 1 TO key-count
        " department(s) on fallback this week"
    IF policy-breach = 'Y'
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. The week's coverage is
*> read off AUDITLOG, so the batch for the same business date has to
*> have ended clean first or the last night of the week is missing.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'keycover' TO ledger-job
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
