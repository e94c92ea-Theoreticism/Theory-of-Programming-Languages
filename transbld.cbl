*> record is counted as unrouted, reported, and the run ends
*> condition 8 so the gap in the directory is fixed rather than the
*> traffic quietly staying home.
*>
*> Every outbound file built is booked on the transmission register
*> XMITREG (layout in xmit-register.cpy): one XMT line per file with
*> its record and message counts, one MSG line per message saying
*> which department and RESULTS line it came from, so ackrecon can
*> match what the partner acknowledges against what was sent. A
*> rerun for the same business date rebuilds the outbound files, so
*> it replaces that date's register entries rather than adding a
*> second set; the register is staged through XMITWRK and copied back
*> at end of run, the way auditarch rewrites AUDITLOG.
*>
*> The night's traffic is only packaged once relgate has gated it.
*> A department relgate holds for this business date on HOLDFILE
*> (layout in hold-record.cpy) is not packaged: its RESULTS lines are
*> counted as held, reported, and left off the outbound files and the
*> register, and the run ends condition 8 until an operator releases
*> the hold and the build is rerun. A released hold, or no HOLDFILE at
*> all, packages the department as normal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION LINE SEQUENTIAL.
    SELECT out-file-4 ASSIGN TO "OUTBND4"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT xmit-register ASSIGN TO "XMITREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS xmit-register-status.
    *> the register's other dates plus tonight's bookings, staged here
    *> and copied back over XMITREG at end of run
    SELECT xmit-work ASSIGN TO "XMITWRK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS xmit-work-status.
    *> relgate's holds - optional, absent means nothing is held
    SELECT hold-file ASSIGN TO "HOLDFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS hold-status.
    *> the shop business calendar, shared with the nightly batch -
    *> optional, absent means Monday-to-Friday with no holidays
    SELECT calendar-file ASSIGN TO "CALENDAR"
FD  out-file-4.
01  out-line-4              PIC X(124).

FD  xmit-register.
01  xmit-register-line      PIC X(84).
FD  xmit-work.
01  xmit-work-line          PIC X(84).

FD  hold-file.
01  hold-line               PIC X(51).

FD  calendar-file.
COPY "calendar-record.cpy".

WORKING-STORAGE SECTION.
01  result-status           PIC X(2).
01  partner-status          PIC X(2).
01  xmit-register-status    PIC X(2).
01  xmit-work-status        PIC X(2).
01  hold-status             PIC X(2).

01  end-of-results          PIC X(1) VALUE 'N'.
01  end-of-partners         PIC X(1) VALUE 'N'.
01  end-of-register         PIC X(1) VALUE 'N'.
01  end-of-holds            PIC X(1) VALUE 'N'.
01  register-kept           PIC 9(7) VALUE 0.
01  register-replaced       PIC 9(7) VALUE 0.

01  run-date                PIC 9(8).
01  run-time                PIC 9(8).

01  records-read            PIC 9(7) VALUE 0.
01  records-unrouted        PIC 9(7) VALUE 0.
01  records-held            PIC 9(7) VALUE 0.

*> The departments relgate is holding for this business date.
01  held-table.
    05  held-dept OCCURS 100 TIMES PIC X(3).
01  held-count              PIC 9(3) VALUE 0.
01  held-index              PIC 9(3) VALUE 0.
01  held-found              PIC X(1) VALUE 'N'.

01  message-length          PIC 9(3) VALUE 0.
01  chunk-count             PIC 99 VALUE 0.
    05  FILLER              PIC X(3) VALUE 'TRL'.
    05  out-trailer-count   PIC 9(7).

COPY "xmit-register.cpy".

COPY "hold-record.cpy".

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-PARTNER-DIRECTORY
    PERFORM LOAD-GATE-HOLDS
    PERFORM READ-RESULT-RECORD
    PERFORM ROUTE-RESULT-RECORD UNTIL end-of-results = 'Y'
    PERFORM TERMINATE-RUN
    ACCEPT run-time FROM TIME
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM SET-PROCESS-DATE
    PERFORM RECORD-RUN-START
    PERFORM STAGE-TRANSMISSION-REGISTER
    OPEN INPUT result-file
    IF result-status NOT = '00'
        DISPLAY "FATAL: unable to open RESULTS, status "
            result-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN OUTPUT out-file-1
            partner-status " - no routing directory, nothing can "
            "be built"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-PARTNER-CARD UNTIL end-of-partners = 'Y'
    IF route-count = 0
        DISPLAY "FATAL: PARTNERS holds no routing entries"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    DISPLAY "Loaded " route-count " routing entr(ies) across "
        DISPLAY "FATAL: PARTNERS carries department "
            partner-card-dept " twice"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    IF route-count = 50
        DISPLAY "FATAL: PARTNERS exceeds 50 routing entries"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    PERFORM FIND-PARTNER-SLOT
                partner-card-origin "' - only four outbound files "
                "are available"
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-RUN-END
            STOP RUN
        END-IF
        ADD 1 TO partner-count
        MOVE 'N' TO partner-opened (partner-slot)
    END-IF.

*> Only holds in force for this business date stop anything; a hold
*> an operator has released, or one for another night, does not.
LOAD-GATE-HOLDS.
    OPEN INPUT hold-file
    IF hold-status = '00'
        PERFORM LOAD-HOLD-LINE UNTIL end-of-holds = 'Y'
        CLOSE hold-file
    END-IF
    IF held-count > 0
        DISPLAY "transbld: " held-count " department(s) held by "
            "relgate for " run-date
    END-IF.

LOAD-HOLD-LINE.
    READ hold-file
        AT END MOVE 'Y' TO end-of-holds
        NOT AT END
            MOVE hold-line TO hold-line-ws
            IF hold-date-ws = run-date AND hold-in-force
                IF held-count < 100
                    ADD 1 TO held-count
                    MOVE hold-dept-ws TO held-dept (held-count)
                ELSE
                    DISPLAY "FATAL: HOLDFILE holds more than 100 "
                        "departments for " run-date
                    MOVE 16 TO RETURN-CODE
                    PERFORM RECORD-RUN-END
                    STOP RUN
                END-IF
            END-IF
    END-READ.

READ-RESULT-RECORD.
    READ result-file
        AT END MOVE 'Y' TO end-of-results
*> and a CON record for each further 100, the same splitting the
*> receiving end's assembly reverses.
ROUTE-RESULT-RECORD.
    MOVE 'N' TO held-found
    PERFORM VARYING held-index FROM 1 BY 1
            UNTIL held-index > held-count
        IF held-dept (held-index) = result-dept
            MOVE 'Y' TO held-found
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE 0 TO route-found
    PERFORM VARYING route-index FROM 1 BY 1
            UNTIL route-index > route-count
            EXIT PERFORM
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN held-found = 'Y'
            ADD 1 TO records-held
            DISPLAY "HELD: department " result-dept " is held by "
                "relgate - record " records-read " not transmitted"
        WHEN route-found = 0
            ADD 1 TO records-unrouted
            DISPLAY "UNROUTED: department " result-dept " is not in "
                "PARTNERS - record " records-read " not transmitted"
        WHEN OTHER
            MOVE route-slot (route-found) TO out-slot
            PERFORM WRITE-PARTNER-MESSAGE
    END-EVALUATE
    PERFORM READ-RESULT-RECORD.

WRITE-PARTNER-MESSAGE.
        PERFORM WRITE-PARTNER-LINE
        ADD 1 TO partner-records (out-slot)
    END-PERFORM
    ADD 1 TO partner-messages (out-slot)
    PERFORM BOOK-MESSAGE-SENT.

*> The four outbound files share one record layout; the slot picks
*> which of them this line lands on.
            WRITE out-line-4
    END-EVALUATE.

*> The register's entries for every other business date go to the
*> work file untouched; tonight's, left by an earlier run of this
*> same build, are dropped because tonight's bookings replace them.
*> No XMITREG yet just means this is the first build to keep one. A
*> work file that cannot be opened stops the run before anything is
*> built - a transmission nobody booked is one nobody can reconcile.
STAGE-TRANSMISSION-REGISTER.
    OPEN OUTPUT xmit-work
    IF xmit-work-status NOT = '00'
        DISPLAY "FATAL: unable to open XMITWRK, status "
            xmit-work-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN INPUT xmit-register
    IF xmit-register-status = '00'
        PERFORM STAGE-REGISTER-LINE UNTIL end-of-register = 'Y'
        CLOSE xmit-register
    END-IF
    IF register-replaced > 0
        DISPLAY "transbld: " register-replaced " XMITREG line(s) "
            "from an earlier build for " run-date " replaced"
    END-IF.

STAGE-REGISTER-LINE.
    READ xmit-register
        AT END MOVE 'Y' TO end-of-register
        NOT AT END
            MOVE xmit-register-line TO xreg-line-ws
            IF xreg-date-ws = run-date
                ADD 1 TO register-replaced
            ELSE
                ADD 1 TO register-kept
                MOVE xmit-register-line TO xmit-work-line
                WRITE xmit-work-line
            END-IF
    END-READ.

*> The message just written, by its sequence within its outbound
*> file - the number the partner's acknowledgment will quote if it
*> rejects it - and the RESULTS line it was built from.
BOOK-MESSAGE-SENT.
    MOVE SPACES TO xreg-line-ws
    MOVE 'MSG' TO xreg-type-ws
    MOVE partner-origin (out-slot) TO xreg-origin-ws
    MOVE run-date TO xreg-date-ws
    MOVE out-slot TO xreg-file-ws
    MOVE partner-messages (out-slot) TO xreg-msg-seq-ws
    MOVE result-dept TO xreg-msg-dept-ws
    MOVE records-read TO xreg-results-line-ws
    MOVE xreg-line-ws TO xmit-work-line
    WRITE xmit-work-line.

*> One XMT line per outbound file that went out, open until the
*> partner's acknowledgment is matched to it; then the staged
*> register replaces XMITREG.
BOOK-FILES-SENT.
    PERFORM VARYING partner-index FROM 1 BY 1
            UNTIL partner-index > partner-count
        IF partner-opened (partner-index) = 'Y'
            MOVE SPACES TO xreg-line-ws
            MOVE 'XMT' TO xreg-type-ws
            MOVE partner-origin (partner-index) TO xreg-origin-ws
            MOVE run-date TO xreg-date-ws
            MOVE partner-index TO xreg-file-ws
            MOVE partner-records (partner-index) TO xreg-records-ws
            MOVE partner-messages (partner-index) TO xreg-messages-ws
            MOVE 'OPEN' TO xreg-ack-status-ws
            MOVE 0 TO xreg-ack-date-ws
            MOVE 0 TO xreg-ack-received-ws
            MOVE 0 TO xreg-ack-passed-ws
            MOVE 0 TO xreg-ack-rejected-ws
            MOVE xreg-line-ws TO xmit-work-line
            WRITE xmit-work-line
        END-IF
    END-PERFORM
    CLOSE xmit-work
    OPEN INPUT xmit-work
    OPEN OUTPUT xmit-register
    MOVE 'N' TO end-of-register
    PERFORM COPY-WORK-LINE UNTIL end-of-register = 'Y'
    CLOSE xmit-work
    CLOSE xmit-register.

COPY-WORK-LINE.
    READ xmit-work
        AT END MOVE 'Y' TO end-of-register
        NOT AT END
            MOVE xmit-work-line TO xmit-register-line
            WRITE xmit-register-line
    END-READ.

*> Every partner that received traffic gets its trailer - the count
*> of detail and continuation records its balancing will check - and
*> the console gets the per-partner totals the morning hand-off used
    CLOSE out-file-2
    CLOSE out-file-3
    CLOSE out-file-4
    PERFORM BOOK-FILES-SENT
    DISPLAY "transbld: " records-read " RESULTS record(s) read, "
        records-unrouted " unrouted, " records-held " held"
    IF records-unrouted > 0 OR records-held > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. Nothing is packaged for
*> a partner unless the release gate for the same business date ended
*> clean - and relgate itself will not start until the outbound batch
*> did, so a RESULTS file from a run that stopped at ABEND-RUN, or is
*> still going, or was never gated, is not something to transmit.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'transbld' TO ledger-job
    MOVE SPACES TO ledger-qualifier
    MOVE 'relgate' TO ledger-predecessor
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
