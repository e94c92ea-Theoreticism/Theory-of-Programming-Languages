
COPY "cipher-params.cpy".

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM RECORD-RUN-START
    PERFORM READ-REKEY-PARM
    OPEN INPUT old-result-file
    IF old-result-status NOT = '00'
        DISPLAY "FATAL: unable to open RESULTOLD, status "
            old-result-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN OUTPUT new-result-file
        DISPLAY "FATAL: unable to open REKEYPRM, status "
            rekey-parm-status " - the produced date is required"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    READ rekey-parm-file
                "is required"
            CLOSE rekey-parm-file
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-RUN-END
            STOP RUN
    END-READ
    IF parm-produced-x NOT NUMERIC
            "' is not YYYYMMDD"
        CLOSE rekey-parm-file
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    MOVE parm-produced TO produced-date
        DISPLAY "FATAL: unable to open KEYFILE, status "
            key-file-status " - run keymaint to build the key master"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-KEY-RECORD UNTIL end-of-keys = 'Y'
    IF key-count = 0
        DISPLAY "FATAL: KEYFILE holds no entries"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    DISPLAY "Loaded " key-count " key generation(s) from KEYFILE".
                DISPLAY "FATAL: key master exceeds 200 entries"
                CLOSE key-file
                MOVE 16 TO RETURN-CODE
                PERFORM RECORD-RUN-END
                STOP RUN
            END-IF
            ADD 1 TO key-count
                old-mode "', neither the current cipher-mode column "
                "nor the older layout's shift column"
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-RUN-END
            STOP RUN
        END-IF
    END-IF.
    CLOSE new-result-file
    CLOSE rekey-report
    DISPLAY "rekeyutl: " records-read " record(s) read, "
        records-verified " verified, " records-failed " failed"
    PERFORM RECORD-RUN-END.

WRITE-BALANCE-LINE.
    MOVE balance-line-ws TO report-line
    WRITE report-line
    DISPLAY balance-label-ws balance-value-ws.

*> Books the run onto the shared run ledger. Re-keying a retained
*> vintage waits on no other job, so this only records that it ran
*> and how it ended.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'rekeyutl' TO ledger-job
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
