       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. deptmaint.
AUTHOR. Christopher Lee

*> Maintains the department master that programming-past checks
*> every message against at intake. Like KEYFILE, DEPTFILE is never
*> edited by hand and never rewritten in place: this program reads
*> the current master plus a deck of transaction cards, applies them
*> in memory, and writes the complete new master to DEPTNEW for
*> operations to catalog over DEPTFILE once the run ends clean. Every
*> transaction - accepted or rejected - is written to DEPTAUD with
*> the status, mode and ceiling the department had before it, so who
*> let a department send what, and when, can always be shown.
*>
*> Transaction card, fixed columns:
*>   1-6   action   ADD, CHANGE, SUSPND or REINST
*>   8-10  department code
*>   12-41 department name (ADD; CHANGE when it changes)
*>   43-62 owning manager (ADD; CHANGE when it changes)
*>   64    mandated cipher mode C, V or E for either (ADD; CHANGE)
*>   66-72 daily volume ceiling, seven digits, 0 = no ceiling (ADD,
*>         blank = 0; CHANGE when it changes)
*> ADD     a department new to the master, active from this run.
*> CHANGE  replaces whichever of name, manager, mode and ceiling the
*>         card fills in; blank columns keep what is on file.
*> SUSPND  stops an active department's traffic at intake without
*>         losing its record - its rejects say why.
*> REINST  lets a suspended department send again.
*> Departments are never deleted: a department that stops trading is
*> suspended, so its history still reads back against the master.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT dept-file ASSIGN TO "DEPTFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS dept-file-status.
    SELECT new-dept-file ASSIGN TO "DEPTNEW"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT trans-file ASSIGN TO "DEPTTRAN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS trans-status.
    SELECT dept-audit ASSIGN TO "DEPTAUD"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS dept-audit-status.

DATA DIVISION.
FILE SECTION.
FD  dept-file.
COPY "dept-record.cpy".

FD  new-dept-file.
01  new-dept-line           PIC X(67).

FD  trans-file.
01  trans-card.
    05  trans-action        PIC X(6).
    05  FILLER              PIC X(1).
    05  trans-dept          PIC X(3).
    05  FILLER              PIC X(1).
    05  trans-name          PIC X(30).
    05  FILLER              PIC X(1).
    05  trans-manager       PIC X(20).
    05  FILLER              PIC X(1).
    05  trans-mode          PIC X(1).
    05  FILLER              PIC X(1).
    05  trans-ceiling-x     PIC X(7).
    05  trans-ceiling       REDEFINES trans-ceiling-x PIC 9(7).

FD  dept-audit.
01  dept-audit-line         PIC X(160).

WORKING-STORAGE SECTION.
01  dept-file-status        PIC X(2).
01  trans-status            PIC X(2).
01  dept-audit-status       PIC X(2).

*> The whole master, held in storage while the transaction deck is
*> applied. 100 departments is several times the shop's size.
01  dept-table.
    05  dept-entry OCCURS 100 TIMES.
        10  entry-code          PIC X(3).
        10  entry-name          PIC X(30).
        10  entry-manager       PIC X(20).
        10  entry-status        PIC X(1).
        10  entry-mode          PIC X(1).
        10  entry-ceiling       PIC 9(7).
01  dept-count              PIC 9(3) VALUE 0.
01  dept-index              PIC 9(3) VALUE 0.
01  dept-index-2            PIC 9(3) VALUE 0.
01  entry-found             PIC 9(3) VALUE 0.
01  swap-entry.
    05  swap-code           PIC X(3).
    05  swap-name           PIC X(30).
    05  swap-manager        PIC X(20).
    05  swap-status         PIC X(1).
    05  swap-mode           PIC X(1).
    05  swap-ceiling        PIC 9(7).

*> What the department looked like before the transaction touched it,
*> for the audit line.
01  prior-status            PIC X(1) VALUE SPACE.
01  prior-mode              PIC X(1) VALUE SPACE.
01  prior-ceiling-x         PIC X(7) VALUE SPACES.

01  end-of-master           PIC X(1) VALUE 'N'.
01  end-of-trans            PIC X(1) VALUE 'N'.
01  trans-valid             PIC X(1) VALUE 'Y'.
01  reject-text             PIC X(40).
01  trans-read              PIC 9(5) VALUE 0.
01  trans-accepted          PIC 9(5) VALUE 0.
01  trans-rejected          PIC 9(5) VALUE 0.
01  active-count            PIC 9(3) VALUE 0.
01  suspended-count         PIC 9(3) VALUE 0.

01  run-date                PIC 9(8).
01  run-time                PIC 9(8).

01  audit-line-ws.
    05  audit-date-ws       PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-time-ws       PIC 9(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-action-ws     PIC X(6).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-dept-ws       PIC X(3).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-name-ws       PIC X(30).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-manager-ws    PIC X(20).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-status-ws     PIC X(1).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-mode-ws       PIC X(1).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-ceiling-ws    PIC X(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-was-status-ws PIC X(1).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-was-mode-ws   PIC X(1).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-was-ceiling-ws PIC X(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-disposition-ws PIC X(8).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  audit-reason-ws     PIC X(40).

COPY "ledger-params.cpy".

PROCEDURE DIVISION.
MAINLINE.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-MASTER
    PERFORM READ-TRANSACTION
    PERFORM APPLY-TRANSACTION UNTIL end-of-trans = 'Y'
    PERFORM WRITE-NEW-MASTER
    PERFORM TERMINATE-RUN
    STOP RUN.

INITIALIZE-RUN.
    ACCEPT run-date FROM DATE YYYYMMDD
    ACCEPT run-time FROM TIME
    PERFORM RECORD-RUN-START
    OPEN INPUT trans-file
    IF trans-status NOT = '00'
        DISPLAY "FATAL: unable to open DEPTTRAN, status " trans-status
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-RUN-END
        STOP RUN
    END-IF
    *> the same open-or-create handling KEYAUDIT gets: the trail
    *> persists across maintenance runs, and a run that cannot prove
    *> what it changed must not change anything.
    OPEN EXTEND dept-audit
    IF dept-audit-status NOT = '00'
        OPEN OUTPUT dept-audit
        IF dept-audit-status NOT = '00'
            DISPLAY "FATAL: unable to open DEPTAUD, status "
                dept-audit-status
            CLOSE trans-file
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-RUN-END
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT new-dept-file.

*> An absent DEPTFILE is not an error here - it is how the very first
*> master gets built, from an all-ADD transaction deck.
LOAD-MASTER.
    OPEN INPUT dept-file
    IF dept-file-status = '00'
        PERFORM LOAD-MASTER-RECORD UNTIL end-of-master = 'Y'
        CLOSE dept-file
    ELSE
        DISPLAY "DEPTFILE not present - building a new master from "
            "the transaction deck"
    END-IF
    DISPLAY "Loaded " dept-count " department master entr(ies)".

LOAD-MASTER-RECORD.
    READ dept-file
        AT END MOVE 'Y' TO end-of-master
        NOT AT END
            IF dept-count = 100
                DISPLAY "FATAL: department master exceeds 100 entries"
                CLOSE dept-file
                PERFORM ABEND-RUN
            END-IF
            ADD 1 TO dept-count
            MOVE dept-code TO entry-code (dept-count)
            MOVE dept-name TO entry-name (dept-count)
            MOVE dept-manager TO entry-manager (dept-count)
            MOVE dept-status TO entry-status (dept-count)
            MOVE dept-mode TO entry-mode (dept-count)
            MOVE dept-ceiling TO entry-ceiling (dept-count)
    END-READ.

READ-TRANSACTION.
    READ trans-file
        AT END MOVE 'Y' TO end-of-trans
    END-READ.

APPLY-TRANSACTION.
    ADD 1 TO trans-read
    MOVE 'Y' TO trans-valid
    MOVE SPACES TO reject-text
    MOVE SPACE TO prior-status
    MOVE SPACE TO prior-mode
    MOVE SPACES TO prior-ceiling-x
    PERFORM VALIDATE-TRANSACTION
    IF trans-valid = 'Y'
        EVALUATE trans-action
            WHEN 'ADD   ' PERFORM APPLY-ADD
            WHEN 'CHANGE' PERFORM APPLY-CHANGE
            WHEN 'SUSPND' PERFORM APPLY-SUSPEND
            WHEN 'REINST' PERFORM APPLY-REINSTATE
        END-EVALUATE
    END-IF
    IF trans-valid = 'Y'
        ADD 1 TO trans-accepted
        PERFORM WRITE-DEPT-AUDIT
    ELSE
        ADD 1 TO trans-rejected
        PERFORM WRITE-DEPT-AUDIT
        DISPLAY "REJECTED " trans-action " " trans-dept ": "
            reject-text
    END-IF
    PERFORM READ-TRANSACTION.

*> Field checks every action shares; the per-action paragraphs only
*> check what is particular to them. Every action but ADD needs the
*> department on file, and its before-image is taken here.
VALIDATE-TRANSACTION.
    IF trans-action NOT = 'ADD   ' AND 'CHANGE' AND 'SUSPND'
            AND 'REINST'
        MOVE 'unknown action' TO reject-text
        MOVE 'N' TO trans-valid
    END-IF
    IF trans-valid = 'Y' AND trans-dept = SPACES
        MOVE 'department code missing' TO reject-text
        MOVE 'N' TO trans-valid
    END-IF
    IF trans-valid = 'Y'
            AND trans-mode NOT = SPACE AND 'C' AND 'V' AND 'E'
        MOVE 'cipher mode is not C, V or E' TO reject-text
        MOVE 'N' TO trans-valid
    END-IF
    IF trans-valid = 'Y'
            AND trans-ceiling-x NOT = SPACES
            AND trans-ceiling-x NOT NUMERIC
        MOVE 'daily ceiling is not seven digits' TO reject-text
        MOVE 'N' TO trans-valid
    END-IF
    IF trans-valid = 'Y'
        PERFORM FIND-DEPARTMENT
        IF entry-found > 0
            MOVE entry-status (entry-found) TO prior-status
            MOVE entry-mode (entry-found) TO prior-mode
            MOVE entry-ceiling (entry-found) TO prior-ceiling-x
        ELSE
            IF trans-action NOT = 'ADD   '
                MOVE 'department is not on the master' TO reject-text
                MOVE 'N' TO trans-valid
            END-IF
        END-IF
    END-IF.

*> HDR, TRL and CON are the MESSAGES framing tags and ALL is the
*> run-total line on SUMMARY and RUNSTATS - none of them can ever be
*> a department.
APPLY-ADD.
    IF entry-found > 0
        MOVE 'department is already on the master' TO reject-text
        MOVE 'N' TO trans-valid
    END-IF
    IF trans-valid = 'Y'
            AND (trans-dept = 'HDR' OR 'TRL' OR 'CON' OR 'ALL')
        MOVE 'department code is reserved' TO reject-text
        MOVE 'N' TO trans-valid
    END-IF
    IF trans-valid = 'Y' AND trans-name = SPACES
        MOVE 'department name missing' TO reject-text
        MOVE 'N' TO trans-valid
    END-IF
    IF trans-valid = 'Y' AND trans-manager = SPACES
        MOVE 'owning manager missing' TO reject-text
        MOVE 'N' TO trans-valid
    END-IF
    IF trans-valid = 'Y' AND trans-mode = SPACE
        MOVE 'mandated cipher mode missing' TO reject-text
        MOVE 'N' TO trans-valid
    END-IF
    IF trans-valid = 'Y'
        IF dept-count = 100
            DISPLAY "FATAL: department master exceeds 100 entries"
            PERFORM ABEND-RUN
        END-IF
        ADD 1 TO dept-count
        MOVE dept-count TO entry-found
        MOVE trans-dept TO entry-code (entry-found)
        MOVE trans-name TO entry-name (entry-found)
        MOVE trans-manager TO entry-manager (entry-found)
        MOVE 'A' TO entry-status (entry-found)
        MOVE trans-mode TO entry-mode (entry-found)
        IF trans-ceiling-x = SPACES
            MOVE 0 TO entry-ceiling (entry-found)
        ELSE
            MOVE trans-ceiling TO entry-ceiling (entry-found)
        END-IF
    END-IF.

APPLY-CHANGE.
    IF trans-name = SPACES AND trans-manager = SPACES
            AND trans-mode = SPACE AND trans-ceiling-x = SPACES
        MOVE 'nothing to change on the card' TO reject-text
        MOVE 'N' TO trans-valid
    END-IF
    IF trans-valid = 'Y'
        IF trans-name NOT = SPACES
            MOVE trans-name TO entry-name (entry-found)
        END-IF
        IF trans-manager NOT = SPACES
            MOVE trans-manager TO entry-manager (entry-found)
        END-IF
        IF trans-mode NOT = SPACE
            MOVE trans-mode TO entry-mode (entry-found)
        END-IF
        IF trans-ceiling-x NOT = SPACES
            MOVE trans-ceiling TO entry-ceiling (entry-found)
        END-IF
    END-IF.

APPLY-SUSPEND.
    IF entry-status (entry-found) = 'S'
        MOVE 'department is already suspended' TO reject-text
        MOVE 'N' TO trans-valid
    ELSE
        MOVE 'S' TO entry-status (entry-found)
    END-IF.

APPLY-REINSTATE.
    IF entry-status (entry-found) NOT = 'S'
        MOVE 'department is not suspended' TO reject-text
        MOVE 'N' TO trans-valid
    ELSE
        MOVE 'A' TO entry-status (entry-found)
    END-IF.

FIND-DEPARTMENT.
    MOVE 0 TO entry-found
    PERFORM VARYING dept-index FROM 1 BY 1 UNTIL dept-index > dept-count
        IF entry-code (dept-index) = trans-dept
            MOVE dept-index TO entry-found
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> An accepted transaction is logged with the department as it now
*> stands; a rejected one with the card as it was punched.
WRITE-DEPT-AUDIT.
    MOVE run-date TO audit-date-ws
    MOVE run-time TO audit-time-ws
    MOVE trans-action TO audit-action-ws
    MOVE trans-dept TO audit-dept-ws
    MOVE prior-status TO audit-was-status-ws
    MOVE prior-mode TO audit-was-mode-ws
    MOVE prior-ceiling-x TO audit-was-ceiling-ws
    IF trans-valid = 'Y'
        MOVE entry-name (entry-found) TO audit-name-ws
        MOVE entry-manager (entry-found) TO audit-manager-ws
        MOVE entry-status (entry-found) TO audit-status-ws
        MOVE entry-mode (entry-found) TO audit-mode-ws
        MOVE entry-ceiling (entry-found) TO audit-ceiling-ws
        MOVE 'ACCEPTED' TO audit-disposition-ws
        MOVE SPACES TO audit-reason-ws
    ELSE
        MOVE trans-name TO audit-name-ws
        MOVE trans-manager TO audit-manager-ws
        MOVE SPACE TO audit-status-ws
        MOVE trans-mode TO audit-mode-ws
        MOVE trans-ceiling-x TO audit-ceiling-ws
        MOVE 'REJECTED' TO audit-disposition-ws
        MOVE reject-text TO audit-reason-ws
    END-IF
    MOVE audit-line-ws TO dept-audit-line
    WRITE dept-audit-line.

*> The new master goes out sorted by department code, the order a
*> person looks a department up in.
WRITE-NEW-MASTER.
    PERFORM SORT-DEPT-TABLE
    PERFORM VARYING dept-index FROM 1 BY 1 UNTIL dept-index > dept-count
        MOVE SPACES TO dept-record
        MOVE entry-code (dept-index) TO dept-code
        MOVE entry-name (dept-index) TO dept-name
        MOVE entry-manager (dept-index) TO dept-manager
        MOVE entry-status (dept-index) TO dept-status
        MOVE entry-mode (dept-index) TO dept-mode
        MOVE entry-ceiling (dept-index) TO dept-ceiling
        WRITE new-dept-line FROM dept-record
        IF entry-status (dept-index) = 'S'
            ADD 1 TO suspended-count
        ELSE
            ADD 1 TO active-count
        END-IF
    END-PERFORM.

SORT-DEPT-TABLE.
    PERFORM VARYING dept-index FROM 1 BY 1 UNTIL dept-index >= dept-count
        PERFORM VARYING dept-index-2 FROM 1 BY 1
                UNTIL dept-index-2 > dept-count - dept-index
            IF entry-code (dept-index-2) > entry-code (dept-index-2 + 1)
                MOVE dept-entry (dept-index-2) TO swap-entry
                MOVE dept-entry (dept-index-2 + 1)
                    TO dept-entry (dept-index-2)
                MOVE swap-entry TO dept-entry (dept-index-2 + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

ABEND-RUN.
    CLOSE trans-file
    CLOSE new-dept-file
    CLOSE dept-audit
    MOVE 16 TO RETURN-CODE
    PERFORM RECORD-RUN-END
    STOP RUN.

TERMINATE-RUN.
    CLOSE trans-file
    CLOSE new-dept-file
    CLOSE dept-audit
    DISPLAY "deptmaint: " trans-read " transaction(s) read, "
        trans-accepted " accepted, " trans-rejected " rejected"
    DISPLAY "New master on DEPTNEW holds " dept-count " department(s), "
        active-count " active, " suspended-count " suspended - "
        "catalog it over DEPTFILE"
    IF trans-rejected > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM RECORD-RUN-END.

*> Books the run onto the shared run ledger. Department maintenance
*> waits on no other job, so this only records that it ran and how
*> it ended.
RECORD-RUN-START.
    MOVE 'S' TO ledger-function
    MOVE 'deptmaint' TO ledger-job
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
