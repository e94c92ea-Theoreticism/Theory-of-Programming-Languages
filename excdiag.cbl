
COPY "cipher-params.cpy".

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    ACCEPT run-time FROM TIME
    MOVE run-date TO diag-date
    PERFORM READ-DIAG-PARM
    PERFORM RECORD-RUN-START
    OPEN INPUT exception-file
    IF exception-status NOT = '00'
        DISPLAY "FATAL: unable to open EXCEPTION, status "
            exception-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN OUTPUT diag-report
        DISPLAY "FATAL: unable to open KEYFILE, status "
            key-file-status " - no key history to retry under"
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
        " unresolved"
    IF messages-unresolved > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. EXCEPTION is only worth
*> diagnosing once the batch that wrote it has ended clean for that
*> business date, outbound or inbound. With no DIAGPARM card the
*> ledger settles tonight's business date itself.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'excdiag' TO ledger-job
    MOVE SPACES TO ledger-qualifier
    MOVE 'programming-past' TO ledger-predecessor
    MOVE SPACES TO ledger-pred-qualifier
    IF diag-date = run-date
        MOVE 0 TO ledger-business-date
    ELSE
        MOVE diag-date TO ledger-business-date
    END-IF
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
