*> ROTATE  the quarterly security-policy case: finds the entry in
*>         force on effective-from, ends it the day before, and opens
*>         a new entry with the new shift and keyword from that date.
*>
*> Every accepted ROTATE and EXPIRE also owes the partner receiving
*> that department's traffic a key-change notice, so their key master
*> changes on the same date ours does. The PARTNERS directory (the
*> one transbld routes by) says which origin-system that is; a change
*> to GEN, the fallback key, goes to every partner, since any of
*> their departments may be encrypting under it. KEYNOTE carries one
*> group per partner, framed the way a MESSAGES batch is so it can go
*> over the same file transfer: an HDR record with the issue date and
*> the partner's origin-system, one NTC record per change, and a TRL
*> record counting them. An NTC record, fixed columns:
*>   1-3   NTC
*>   5-7   department code
*>   9-14  action   ROTATE or EXPIRE
*>   16-23 the date the change takes effect
*>   25-32 effective-from of the generation being retired
*>   34-41 the last day it is in force
*> The notice names the generations only - the new shift and keyword
*> travel to the partner the way they always have, never in this file.
*> A department PARTNERS does not route is reported and the run ends
*> condition 8, as transbld does for its traffic.
*>
*> Every notice issued is booked on the notice register KEYNREG
*> (layout in notice-register.cpy), OPEN until keyconf matches the
*> partner's confirmation. A rerun of the same deck replaces the
*> earlier run's OPEN entries for the same partner, department and
*> date rather than booking them twice. An entry the partner has
*> already confirmed is kept as it stands and the notice is not sent
*> to that partner again. The register is staged through KEYNWRK and
*> copied back at end of run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT key-audit ASSIGN TO "KEYAUDIT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS key-audit-status.
    SELECT partner-file ASSIGN TO "PARTNERS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS partner-status.
    SELECT notice-file ASSIGN TO "KEYNOTE"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT notice-register ASSIGN TO "KEYNREG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS notice-register-status.
    *> the register's earlier notices plus this run's, staged here and
    *> copied back over KEYNREG at end of run
    SELECT notice-work ASSIGN TO "KEYNWRK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS notice-work-status.

DATA DIVISION.
FILE SECTION.
FD  key-audit.
01  key-audit-line          PIC X(120).

FD  partner-file.
01  partner-card.
    05  partner-card-dept   PIC X(3).
    05  FILLER              PIC X(1).
    05  partner-card-origin PIC X(8).

FD  notice-file.
01  notice-line             PIC X(124).

FD  notice-register.
01  notice-register-line    PIC X(70).
FD  notice-work.
01  notice-work-line        PIC X(70).

WORKING-STORAGE SECTION.
01  key-file-status         PIC X(2).
01  trans-status            PIC X(2).
01  key-audit-status        PIC X(2).
01  partner-status          PIC X(2).
01  notice-register-status  PIC X(2).
01  notice-work-status      PIC X(2).

*> The whole master, held in storage while the transaction deck is
*> applied. 200 entries is decades of quarterly rotations across
01  date-integer            PIC 9(8) VALUE 0.
01  day-before              PIC 9(8) VALUE 0.

*> Department-to-partner routing from PARTNERS, as transbld loads it,
*> and the partners in the order they first appear.
01  route-table.
    05  route-entry OCCURS 50 TIMES.
        10  route-dept          PIC X(3).
        10  route-slot          PIC 99.
01  route-count             PIC 99 VALUE 0.
01  route-index             PIC 99 VALUE 0.
01  route-found             PIC 99 VALUE 0.
01  partner-table.
    05  partner-entry OCCURS 20 TIMES.
        10  partner-origin      PIC X(8).
        10  partner-notices     PIC 9(5).
01  partner-count           PIC 99 VALUE 0.
01  partner-index           PIC 99 VALUE 0.
01  partner-slot            PIC 99 VALUE 0.
01  end-of-partners         PIC X(1) VALUE 'N'.
01  partners-loaded         PIC X(1) VALUE 'N'.

*> The key changes this run accepted, each owed to a partner as a
*> notice, in the order the deck applied them.
01  notice-table.
    05  notice-entry OCCURS 200 TIMES.
        10  notice-dept         PIC X(3).
        10  notice-action       PIC X(6).
        10  notice-effective    PIC 9(8).
        10  notice-retired-from PIC 9(8).
        10  notice-retired-to   PIC 9(8).
        10  notice-routed       PIC X(1).
01  notice-count            PIC 9(3) VALUE 0.
01  notice-index            PIC 9(3) VALUE 0.
01  notices-issued          PIC 9(5) VALUE 0.
01  notices-unrouted        PIC 9(5) VALUE 0.
01  notice-group-count      PIC 9(7) VALUE 0.
01  notice-matches          PIC X(1) VALUE 'N'.
01  end-of-register         PIC X(1) VALUE 'N'.
01  register-replaced       PIC 9(5) VALUE 0.
01  register-kept           PIC 9(5) VALUE 0.

*> Notices an earlier run issued that the partner has confirmed since:
*> kept on the register as they stand and not sent to that partner
*> again.
01  confirmed-table.
    05  confirmed-entry OCCURS 500 TIMES.
        10  confirmed-origin    PIC X(8).
        10  confirmed-dept      PIC X(3).
        10  confirmed-action    PIC X(6).
        10  confirmed-effective PIC 9(8).
01  confirmed-count         PIC 9(3) VALUE 0.
01  confirmed-index         PIC 9(3) VALUE 0.
01  notice-confirmed        PIC X(1) VALUE 'N'.
01  confirmed-overflow      PIC X(1) VALUE 'N'.

*> The KEYNOTE records, framed as a MESSAGES batch is framed.
01  notice-header-ws.
    05  FILLER              PIC X(3) VALUE 'HDR'.
    05  notice-header-date  PIC 9(8).
    05  notice-header-origin PIC X(8).
01  notice-detail-ws.
    05  FILLER              PIC X(3) VALUE 'NTC'.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  ntc-dept-ws         PIC X(3).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  ntc-action-ws       PIC X(6).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  ntc-effective-ws    PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  ntc-retired-from-ws PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  ntc-retired-to-ws   PIC 9(8).
01  notice-trailer-ws.
    05  FILLER              PIC X(3) VALUE 'TRL'.
    05  notice-trailer-count PIC 9(7).

COPY "notice-register.cpy".

01  audit-line-ws.
    05  audit-date-ws       PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-reason-ws     PIC X(40).

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM RECORD-RUN-START
    OPEN INPUT trans-file
    IF trans-status NOT = '00'
        DISPLAY "FATAL: unable to open KEYTRANS, status " trans-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    *> same open-or-create handling the batch gives AUDITLOG: the
                key-audit-status
            CLOSE trans-file
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-RUN-END
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT new-key-file
    PERFORM LOAD-PARTNER-DIRECTORY.

*> Without PARTNERS the master is still maintained - the key changes
*> matter more than the notices about them - but every change that
*> needed a notice is reported unrouted.
LOAD-PARTNER-DIRECTORY.
    OPEN INPUT partner-file
    IF partner-status = '00'
        MOVE 'Y' TO partners-loaded
        PERFORM LOAD-PARTNER-CARD UNTIL end-of-partners = 'Y'
        CLOSE partner-file
    ELSE
        DISPLAY "WARNING: unable to open PARTNERS, status "
            partner-status " - key-change notices cannot be routed"
    END-IF.

LOAD-PARTNER-CARD.
    READ partner-file
        AT END MOVE 'Y' TO end-of-partners
        NOT AT END
            IF partner-card-dept NOT = SPACES
                PERFORM STORE-ROUTE-ENTRY
            END-IF
    END-READ.

*> transbld refuses a directory that routes a department twice; here
*> the first card stands and the second is reported, so a directory
*> mistake cannot hold up key maintenance.
STORE-ROUTE-ENTRY.
    MOVE 0 TO route-found
    PERFORM VARYING route-index FROM 1 BY 1
            UNTIL route-index > route-count
        IF route-dept (route-index) = partner-card-dept
            MOVE route-index TO route-found
            EXIT PERFORM
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN route-found > 0
            DISPLAY "WARNING: PARTNERS carries department "
                partner-card-dept " twice - the first card stands"
        WHEN route-count = 50
            DISPLAY "WARNING: PARTNERS exceeds 50 routing entries - "
                partner-card-dept " ignored"
        WHEN OTHER
            PERFORM FIND-PARTNER-SLOT
            IF partner-slot > 0
                ADD 1 TO route-count
                MOVE partner-card-dept TO route-dept (route-count)
                MOVE partner-slot TO route-slot (route-count)
            END-IF
    END-EVALUATE.

FIND-PARTNER-SLOT.
    MOVE 0 TO partner-slot
    PERFORM VARYING partner-index FROM 1 BY 1
            UNTIL partner-index > partner-count
        IF partner-origin (partner-index) = partner-card-origin
            MOVE partner-index TO partner-slot
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF partner-slot = 0
        IF partner-count = 20
            DISPLAY "WARNING: PARTNERS names more than 20 partners - "
                partner-card-origin " ignored"
        ELSE
            ADD 1 TO partner-count
            MOVE partner-count TO partner-slot
            MOVE partner-card-origin TO partner-origin (partner-slot)
            MOVE 0 TO partner-notices (partner-slot)
        END-IF
    END-IF.

*> An absent KEYFILE is not an error here - it is how the very first
*> master gets built, from an all-ADD transaction deck.
    IF trans-valid = 'Y'
        ADD 1 TO trans-accepted
        PERFORM WRITE-KEY-AUDIT
        IF trans-action = 'EXPIRE' OR trans-action = 'ROTATE'
            PERFORM BOOK-KEY-CHANGE-NOTICE
        END-IF
    ELSE
        ADD 1 TO trans-rejected
        PERFORM WRITE-KEY-AUDIT
        PERFORM ADD-KEY-ENTRY
    END-IF.

*> The change just applied, as the partner needs to hear of it: the
*> date it takes effect and the generation it retires. entry-found
*> still points at the generation the ROTATE closed or the EXPIRE
*> reshaped.
BOOK-KEY-CHANGE-NOTICE.
    IF notice-count = 200
        DISPLAY "FATAL: more than 200 key changes in one deck"
        PERFORM ABEND-RUN
    END-IF
    ADD 1 TO notice-count
    MOVE trans-dept TO notice-dept (notice-count)
    MOVE trans-action TO notice-action (notice-count)
    MOVE entry-from (entry-found) TO notice-retired-from (notice-count)
    MOVE entry-to (entry-found) TO notice-retired-to (notice-count)
    IF trans-action = 'ROTATE'
        MOVE trans-from TO notice-effective (notice-count)
    ELSE
        IF trans-to = 99991231
            MOVE 99991231 TO notice-effective (notice-count)
        ELSE
            COMPUTE date-integer =
                FUNCTION INTEGER-OF-DATE(trans-to) + 1
            MOVE FUNCTION DATE-OF-INTEGER(date-integer)
                TO notice-effective (notice-count)
        END-IF
    END-IF
    MOVE 'N' TO notice-routed (notice-count).

ADD-KEY-ENTRY.
    IF key-count = 200
        DISPLAY "FATAL: key master exceeds 200 entries"
    CLOSE new-key-file
    CLOSE key-audit
    MOVE 16 TO RETURN-CODE
    PERFORM RECORD-RUN-END
    STOP RUN.

*> One group per partner that has anything to hear, in directory
*> order; every notice routed is booked on the staged register.
WRITE-KEY-CHANGE-NOTICES.
    OPEN OUTPUT notice-file
    PERFORM STAGE-NOTICE-REGISTER
    PERFORM WRITE-PARTNER-NOTICES
        VARYING partner-index FROM 1 BY 1
        UNTIL partner-index > partner-count
    CLOSE notice-file
    PERFORM VARYING notice-index FROM 1 BY 1
            UNTIL notice-index > notice-count
        IF notice-routed (notice-index) = 'N'
            ADD 1 TO notices-unrouted
            DISPLAY "UNROUTED: department " notice-dept (notice-index)
                " is not in PARTNERS - no notice of its "
                notice-action (notice-index) " effective "
                notice-effective (notice-index)
        END-IF
    END-PERFORM
    PERFORM SAVE-NOTICE-REGISTER.

WRITE-PARTNER-NOTICES.
    MOVE 0 TO notice-group-count
    PERFORM VARYING notice-index FROM 1 BY 1
            UNTIL notice-index > notice-count
        MOVE 0 TO route-found
        PERFORM VARYING route-index FROM 1 BY 1
                UNTIL route-index > route-count
            IF route-dept (route-index) = notice-dept (notice-index)
                MOVE route-index TO route-found
                EXIT PERFORM
            END-IF
        END-PERFORM
        MOVE 'N' TO notice-confirmed
        IF notice-dept (notice-index) = 'GEN'
                OR (route-found > 0
                    AND route-slot (route-found) = partner-index)
            PERFORM CHECK-NOTICE-CONFIRMED
        END-IF
        IF notice-confirmed = 'Y'
            MOVE 'Y' TO notice-routed (notice-index)
        END-IF
        IF notice-confirmed = 'N'
                AND (notice-dept (notice-index) = 'GEN'
                    OR (route-found > 0
                        AND route-slot (route-found) = partner-index))
            IF notice-group-count = 0
                MOVE run-date TO notice-header-date
                MOVE partner-origin (partner-index)
                    TO notice-header-origin
                MOVE notice-header-ws TO notice-line
                WRITE notice-line
            END-IF
            MOVE notice-dept (notice-index) TO ntc-dept-ws
            MOVE notice-action (notice-index) TO ntc-action-ws
            MOVE notice-effective (notice-index) TO ntc-effective-ws
            MOVE notice-retired-from (notice-index)
                TO ntc-retired-from-ws
            MOVE notice-retired-to (notice-index) TO ntc-retired-to-ws
            MOVE notice-detail-ws TO notice-line
            WRITE notice-line
            ADD 1 TO notice-group-count
            ADD 1 TO notices-issued
            MOVE 'Y' TO notice-routed (notice-index)
            PERFORM BOOK-NOTICE-ISSUED
        END-IF
    END-PERFORM
    IF notice-group-count > 0
        MOVE notice-group-count TO notice-trailer-count
        MOVE notice-trailer-ws TO notice-line
        WRITE notice-line
        DISPLAY "Partner " partner-origin (partner-index) ": "
            notice-group-count " key-change notice(s) on KEYNOTE"
    END-IF.

CHECK-NOTICE-CONFIRMED.
    PERFORM VARYING confirmed-index FROM 1 BY 1
            UNTIL confirmed-index > confirmed-count
        IF confirmed-origin (confirmed-index)
                    = partner-origin (partner-index)
                AND confirmed-dept (confirmed-index)
                    = notice-dept (notice-index)
                AND confirmed-action (confirmed-index)
                    = notice-action (notice-index)
                AND confirmed-effective (confirmed-index)
                    = notice-effective (notice-index)
            MOVE 'Y' TO notice-confirmed
            EXIT PERFORM
        END-IF
    END-PERFORM.

BOOK-NOTICE-ISSUED.
    MOVE SPACES TO nreg-line-ws
    MOVE partner-origin (partner-index) TO nreg-origin-ws
    MOVE notice-dept (notice-index) TO nreg-dept-ws
    MOVE notice-action (notice-index) TO nreg-action-ws
    MOVE notice-effective (notice-index) TO nreg-effective-ws
    MOVE notice-retired-from (notice-index) TO nreg-retired-from-ws
    MOVE notice-retired-to (notice-index) TO nreg-retired-to-ws
    MOVE run-date TO nreg-issued-ws
    MOVE 'OPEN' TO nreg-status-ws
    MOVE 0 TO nreg-confirmed-date-ws
    MOVE nreg-line-ws TO notice-work-line
    WRITE notice-work-line.

*> The register's earlier notices go to the work file, except OPEN
*> ones this run is issuing again for the same partner, department
*> and date - a rerun of the same deck replaces them. A confirmed one
*> goes across as it stands and is remembered, so it is not issued
*> again. No KEYNREG yet just means this is the first run to issue
*> notices. The master files are closed by the time this runs, so a
*> work file that will not open stops the run here.
STAGE-NOTICE-REGISTER.
    OPEN OUTPUT notice-work
    IF notice-work-status NOT = '00'
        DISPLAY "FATAL: unable to open KEYNWRK, status "
            notice-work-status
        CLOSE notice-file
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    OPEN INPUT notice-register
    IF notice-register-status = '00'
        PERFORM STAGE-REGISTER-LINE UNTIL end-of-register = 'Y'
        CLOSE notice-register
    END-IF
    IF register-replaced > 0
        DISPLAY "keymaint: " register-replaced " KEYNREG line(s) "
            "from an earlier run replaced"
    END-IF
    IF register-kept > 0
        DISPLAY "keymaint: " register-kept " notice(s) already "
            "confirmed by the partner kept and not sent again"
    END-IF
    IF confirmed-overflow = 'Y'
        DISPLAY "WARNING: confirmed-notice table full - some notices "
            "already confirmed are sent and booked again"
    END-IF.

STAGE-REGISTER-LINE.
    READ notice-register
        AT END MOVE 'Y' TO end-of-register
        NOT AT END
            MOVE notice-register-line TO nreg-line-ws
            MOVE 'N' TO notice-matches
            PERFORM VARYING notice-index FROM 1 BY 1
                    UNTIL notice-index > notice-count
                IF notice-dept (notice-index) = nreg-dept-ws
                        AND notice-effective (notice-index)
                            = nreg-effective-ws
                        AND notice-action (notice-index)
                            = nreg-action-ws
                    PERFORM CHECK-NOTICE-PARTNER
                END-IF
            END-PERFORM
            IF notice-matches = 'Y' AND nreg-confirmed
                IF confirmed-count < 500
                    ADD 1 TO confirmed-count
                    MOVE nreg-origin-ws
                        TO confirmed-origin (confirmed-count)
                    MOVE nreg-dept-ws TO confirmed-dept (confirmed-count)
                    MOVE nreg-action-ws
                        TO confirmed-action (confirmed-count)
                    MOVE nreg-effective-ws
                        TO confirmed-effective (confirmed-count)
                    ADD 1 TO register-kept
                ELSE
                    MOVE 'Y' TO confirmed-overflow
                END-IF
                MOVE 'N' TO notice-matches
            END-IF
            IF notice-matches = 'Y'
                ADD 1 TO register-replaced
            ELSE
                MOVE notice-register-line TO notice-work-line
                WRITE notice-work-line
            END-IF
    END-READ.

*> Replaced only when this run will send the same notice to the same
*> partner again.
CHECK-NOTICE-PARTNER.
    IF notice-dept (notice-index) = 'GEN'
        MOVE 'Y' TO notice-matches
    ELSE
        PERFORM VARYING route-index FROM 1 BY 1
                UNTIL route-index > route-count
            IF route-dept (route-index) = nreg-dept-ws
                    AND partner-origin (route-slot (route-index))
                        = nreg-origin-ws
                MOVE 'Y' TO notice-matches
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF.

SAVE-NOTICE-REGISTER.
    CLOSE notice-work
    OPEN INPUT notice-work
    OPEN OUTPUT notice-register
    MOVE 'N' TO end-of-register
    PERFORM COPY-WORK-LINE UNTIL end-of-register = 'Y'
    CLOSE notice-work
    CLOSE notice-register.

COPY-WORK-LINE.
    READ notice-work
        AT END MOVE 'Y' TO end-of-register
        NOT AT END
            MOVE notice-work-line TO notice-register-line
            WRITE notice-register-line
    END-READ.

TERMINATE-RUN.
    CLOSE trans-file
    CLOSE new-key-file
    CLOSE key-audit
    PERFORM WRITE-KEY-CHANGE-NOTICES
    DISPLAY "keymaint: " trans-read " transaction(s) read, "
        trans-accepted " accepted, " trans-rejected " rejected"
    DISPLAY "New master on KEYNEW holds " key-count " entr(ies) - "
        "catalog it over KEYFILE"
    DISPLAY "keymaint: " notices-issued " key-change notice(s) "
        "issued, " notices-unrouted " change(s) unrouted"
    IF trans-rejected > 0 OR notices-unrouted > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. Key maintenance waits on
*> no other job, so this only records that it ran and how it ended.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'keymaint' TO ledger-job
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
